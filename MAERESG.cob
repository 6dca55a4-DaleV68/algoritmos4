000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MAERESG.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. RESGUARDO DEL CICLO MENSUAL:
000110*                  MAERECUP RECONSTRUYE EL MAESTRO DESDE
000120*                  MAESTRO-RESGUARDO.DAT, PERO ESA COPIA LA
000130*                  HACIA A MANO QUIEN SE ACORDARA, Y PODIA
000140*                  QUEDAR TOMADA CON UN MERGE A MEDIO CAMINO.
000150*                  ESTE TRABAJO COPIA MAESTRO.DAT,
000160*                  CUENTAS-MAESTRO.DAT Y LOS CATALOGOS
000170*                  (ESTADOS, TRANSEST, BANCOS, ZONAS, CUOTAS) A
000180*                  SUS ARCHIVOS *-RESGUARDO.DAT, DEJA EL
000190*                  MANIFIESTO (RESGUARDO-MANIFIESTO.DAT, COPY
000200*                  RESGREC) CON LA CANTIDAD DE REGISTROS DE CADA
000210*                  UNO Y LA POSICION DEL DIARIO DE MOVIMIENTOS, Y
000220*                  ASIENTA EL RESGUARDO DEL PERIODO EN
000230*                  CICLO-CONTROL.DAT. CON UN MERGE INTERRUMPIDO
000240*                  (CHECKPOINT.DAT CON REINICIO PENDIENTE) EL
000250*                  RESGUARDO SE RECHAZA CON RETURN-CODE 8.
000252* 2026-10-15  DLV  CICLOREC INCORPORA LOS PASOS DE SEGUNDA
000254*                  PRESENTACION (CIC-FECHA-SEGUNDA Y
000256*                  CIC-FECHA-RET-SEGUNDA): EL REGISTRO NUEVO DEL
000258*                  PERIODO LOS CREA EN CERO.
000259* 2026-10-15  DLV  CICLOREC INCORPORA EL PASO DE LA INTERFAZ
000260*                  CONTABLE (CIC-FECHA-CONTABLE): EL REGISTRO
000261*                  NUEVO DEL PERIODO LO CREA EN CERO.
000262*================================================================

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MAESTRO      ASSIGN TO DISK
000310                          ORGANIZATION IS INDEXED
000320                          ACCESS MODE IS SEQUENTIAL
000330                          RECORD KEY IS MAE-CUIT-CONS
000340                          FILE STATUS IS FS_MAE.

000350     SELECT RESG_MAESTRO ASSIGN TO DISK
000360                          ORGANIZATION IS INDEXED
000370                          ACCESS MODE IS SEQUENTIAL
000380                          RECORD KEY IS MAER-CUIT-CONS
000390                          FILE STATUS IS FS_RMAE.

000400     SELECT CTAS_MAESTRO ASSIGN TO DISK
000410                          ORGANIZATION IS INDEXED
000420                          ACCESS MODE IS SEQUENTIAL
000430                          RECORD KEY IS CTAM-CLAVE
000440                          FILE STATUS IS FS_CTAM.

000450     SELECT RESG_CTAS    ASSIGN TO DISK
000460                          ORGANIZATION IS INDEXED
000470                          ACCESS MODE IS SEQUENTIAL
000480                          RECORD KEY IS CTAR-CLAVE
000490                          FILE STATUS IS FS_RCTA.

000500     SELECT ESTADOS      ASSIGN TO DISK
000510                          FILE STATUS IS FS_EST.

000520     SELECT RESG_ESTADOS ASSIGN TO DISK
000530                          FILE STATUS IS FS_REST.

000540     SELECT TRANSEST     ASSIGN TO DISK
000550                          FILE STATUS IS FS_TRN.

000560     SELECT RESG_TRANS   ASSIGN TO DISK
000570                          FILE STATUS IS FS_RTRN.

000580     SELECT BANCOS       ASSIGN TO DISK
000590                          FILE STATUS IS FS_BAN.

000600     SELECT RESG_BANCOS  ASSIGN TO DISK
000610                          FILE STATUS IS FS_RBAN.

000620     SELECT ZONAS        ASSIGN TO DISK
000630                          FILE STATUS IS FS_ZON.

000640     SELECT RESG_ZONAS   ASSIGN TO DISK
000650                          FILE STATUS IS FS_RZON.

000660     SELECT CUOTAS       ASSIGN TO DISK
000670                          FILE STATUS IS FS_CUO.

000680     SELECT RESG_CUOTAS  ASSIGN TO DISK
000690                          FILE STATUS IS FS_RCUO.

000700     SELECT MOVIMIENTOS  ASSIGN TO DISK
000710                          FILE STATUS IS FS_MOV.

000720     SELECT CHECKPOINT   ASSIGN TO DISK
000730                          FILE STATUS IS FS_CKPT.

000740     SELECT MANIFIESTO   ASSIGN TO DISK
000750                          FILE STATUS IS FS_MAN.

000760     SELECT CICLO        ASSIGN TO DISK
000770                          ORGANIZATION IS INDEXED
000780                          ACCESS MODE IS DYNAMIC
000790                          RECORD KEY IS CIC-PERIODO
000800                          FILE STATUS IS FS_CIC.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  MAESTRO LABEL RECORD IS STANDARD
000840             VALUE OF FILE-ID IS "maestro.dat".

000850     COPY MAEREC.

000860*----------------------------------------------------------------
000870* RESG_MAESTRO - LA COPIA DE RESGUARDO QUE RESTAURA MAERECUP.
000880* MISMO LAYOUT QUE EL MAESTRO CON LOS NOMBRES CAMBIADOS, IGUAL
000890* QUE EN MAERECUP.
000900*----------------------------------------------------------------
000910 FD  RESG_MAESTRO LABEL RECORD IS STANDARD
000920             VALUE OF FILE-ID IS "maestro-resguardo.dat".

000930     COPY MAEREC REPLACING LEADING ==MAE== BY ==MAER==.

000940 FD  CTAS_MAESTRO LABEL RECORD IS STANDARD
000950             VALUE OF FILE-ID IS "cuentas-maestro.dat".

000960     COPY CTASMREC.

000970 FD  RESG_CTAS LABEL RECORD IS STANDARD
000980             VALUE OF FILE-ID IS "cuentas-maestro-resguardo.dat".

000990     COPY CTASMREC REPLACING LEADING ==CTAM== BY ==CTAR==
001000          ==REG-CTAS-MAESTRO== BY ==REG-CTAS-RESG==.

001010*----------------------------------------------------------------
001020* CATALOGOS. EL RESGUARDO NO MIRA LOS CAMPOS, SOLO COPIA EL
001030* REGISTRO ENTERO: CADA UNO SE DECLARA CON EL LARGO DE SU LAYOUT
001040* (EST 17, TRN 4, BAN 31, ZON 28, CUO 24).
001050*----------------------------------------------------------------
001060 FD  ESTADOS LABEL RECORD IS STANDARD
001070             VALUE OF FILE-ID IS "estados.dat".

001080 01  REG-EST                    PIC X(17).

001090 FD  RESG_ESTADOS LABEL RECORD IS STANDARD
001100             VALUE OF FILE-ID IS "estados-resguardo.dat".

001110 01  REG-EST-RESG               PIC X(17).

001120 FD  TRANSEST LABEL RECORD IS STANDARD
001130             VALUE OF FILE-ID IS "transest.dat".

001140 01  REG-TRN                    PIC X(04).

001150 FD  RESG_TRANS LABEL RECORD IS STANDARD
001160             VALUE OF FILE-ID IS "transest-resguardo.dat".

001170 01  REG-TRN-RESG               PIC X(04).

001180 FD  BANCOS LABEL RECORD IS STANDARD
001190             VALUE OF FILE-ID IS "bancos.dat".

001200 01  REG-BAN                    PIC X(31).

001210 FD  RESG_BANCOS LABEL RECORD IS STANDARD
001220             VALUE OF FILE-ID IS "bancos-resguardo.dat".

001230 01  REG-BAN-RESG               PIC X(31).

001240 FD  ZONAS LABEL RECORD IS STANDARD
001250             VALUE OF FILE-ID IS "zonas.dat".

001260 01  REG-ZON                    PIC X(28).

001270 FD  RESG_ZONAS LABEL RECORD IS STANDARD
001280             VALUE OF FILE-ID IS "zonas-resguardo.dat".

001290 01  REG-ZON-RESG               PIC X(28).

001300 FD  CUOTAS LABEL RECORD IS STANDARD
001310             VALUE OF FILE-ID IS "cuotas.dat".

001320 01  REG-CUO                    PIC X(24).

001330 FD  RESG_CUOTAS LABEL RECORD IS STANDARD
001340             VALUE OF FILE-ID IS "cuotas-resguardo.dat".

001350 01  REG-CUO-RESG               PIC X(24).

001360 FD  MOVIMIENTOS LABEL RECORD IS STANDARD
001370            VALUE OF FILE-ID IS "movmaestro.dat".

001380     COPY MOVJREC.

001390*----------------------------------------------------------------
001400* CHECKPOINT - EL DEL MERGE. SOLO INTERESA SI TIENE UN REINICIO
001410* PENDIENTE (CKPT-CUIT-CONS EN CERO O ARCHIVO VACIO = NO); EL
001420* RESTO DEL REGISTRO (CONTADORES) NO SE MIRA.
001430*----------------------------------------------------------------
001440 FD  CHECKPOINT LABEL RECORD IS STANDARD
001450            VALUE OF FILE-ID IS "checkpoint.dat".

001460 01  REG-CHECKPOINT.
001470     03 CKPT-CUIT-CONS          PIC 9(15).
001480     03 FILLER                  PIC X(480).

001490 FD  MANIFIESTO LABEL RECORD IS STANDARD
001500            VALUE OF FILE-ID IS "resguardo-manifiesto.dat".

001510     COPY RESGREC.

001520 FD  CICLO LABEL RECORD IS STANDARD
001530            VALUE OF FILE-ID IS "ciclo-control.dat".

001540     COPY CICLOREC.

001550 WORKING-STORAGE SECTION.
001560 77  FS_MAE                PIC XX.
001570 77  FS_RMAE               PIC XX.
001580 77  FS_CTAM               PIC XX.
001590 77  FS_RCTA               PIC XX.
001600 77  FS_EST                PIC XX.
001610 77  FS_REST               PIC XX.
001620 77  FS_TRN                PIC XX.
001630 77  FS_RTRN               PIC XX.
001640 77  FS_BAN                PIC XX.
001650 77  FS_RBAN               PIC XX.
001660 77  FS_ZON                PIC XX.
001670 77  FS_RZON               PIC XX.
001680 77  FS_CUO                PIC XX.
001690 77  FS_RCUO               PIC XX.
001700 77  FS_MOV                PIC XX.
001710 77  FS_CKPT               PIC XX.
001720 77  FS_MAN                PIC XX.
001730 77  FS_CIC                PIC XX.
001740 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
001750 77  WS_PERIODO_PROCESO    PIC 9(06) VALUE 0.
001760 77  WS_PERIODO_RESTO      PIC 9(02) VALUE 0.
001770 77  WS_CANT_MAESTRO       PIC 9(10) VALUE 0.
001780 77  WS_CANT_CTAS          PIC 9(10) VALUE 0.
001790 77  WS_CANT_ESTADOS       PIC 9(10) VALUE 0.
001800 77  WS_CANT_TRANS         PIC 9(10) VALUE 0.
001810 77  WS_CANT_BANCOS        PIC 9(10) VALUE 0.
001820 77  WS_CANT_ZONAS         PIC 9(10) VALUE 0.
001830 77  WS_CANT_CUOTAS        PIC 9(10) VALUE 0.
001840 77  WS_CANT_MOVS          PIC 9(10) VALUE 0.

001850*----------------------------------------------------------------
001860* ULTIMO MOVIMIENTO DEL DIARIO VIVO AL MOMENTO DE LA COPIA (LA
001870* POSICION DEL DIARIO QUE QUEDA EN EL MANIFIESTO).
001880*----------------------------------------------------------------
001890 01  WS_ULT_MOV.
001900     03 WS_ULTMOV-FECHA    PIC 9(08) VALUE 0.
001910     03 WS_ULTMOV-ORIGEN   PIC X(20) VALUE SPACES.
001920     03 WS_ULTMOV-OPER     PIC X(01) VALUE SPACES.
001930     03 WS_ULTMOV-CUIT     PIC 9(15) VALUE 0.

001940 01  WS_SWITCHES.
001950     03 WS_SW_FIN_MAE      PIC X(01) VALUE "N".
001960        88 FIN-MAE                  VALUE "S".
001970     03 WS_SW_FIN_CTAM     PIC X(01) VALUE "N".
001980        88 FIN-CTAM                 VALUE "S".
001990     03 WS_SW_FIN_CAT      PIC X(01) VALUE "N".
002000        88 FIN-CAT                  VALUE "S".
002010     03 WS_SW_FIN_MOV      PIC X(01) VALUE "N".
002020        88 FIN-MOV                  VALUE "S".

002030 PROCEDURE DIVISION.
002040     PERFORM INICIALIZAR.
002050     PERFORM VERIFICAR-CHECKPOINT.
002060     PERFORM ABRIR-MANIFIESTO.
002070     PERFORM COPIAR-MAESTRO.
002080     PERFORM COPIAR-CTAS-MAESTRO.
002090     PERFORM COPIAR-ESTADOS.
002100     PERFORM COPIAR-TRANSEST.
002110     PERFORM COPIAR-BANCOS.
002120     PERFORM COPIAR-ZONAS.
002130     PERFORM COPIAR-CUOTAS.
002140     PERFORM TOMAR-POSICION-DIARIO.
002150     PERFORM GRABAR-MANIFIESTO.
002160     PERFORM REGISTRAR-CICLO-RESGUARDO.
002170     PERFORM MOSTRAR-RESUMEN.
002180     STOP RUN.

002190*================================================================
002200* INICIALIZAR - FECHA DE LA CORRIDA Y PERIODO (AAAAMM) AL QUE SE
002210* ASIENTA EL RESGUARDO, EL MISMO QUE TOMA EL MERGE.
002220*================================================================
002230 INICIALIZAR.
002240     DISPLAY "MAERESG INICIA".
002250     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
002260     DIVIDE WS_FECHA_SISTEMA BY 100
002270         GIVING WS_PERIODO_PROCESO REMAINDER WS_PERIODO_RESTO.

002280*================================================================
002290* VERIFICAR-CHECKPOINT - UN CHECKPOINT CON REINICIO PENDIENTE ES
002300* UN MERGE CORTADO A MEDIO CAMINO: EL MAESTRO TIENE UNA PARTE DE
002310* LOS CONSORCIOS ACTUALIZADA Y OTRA NO, Y UNA COPIA EN ESE
002320* MOMENTO NO SIRVE COMO RESGUARDO. SE RECHAZA CON RETURN-CODE 8
002330* HASTA QUE EL MERGE TERMINE.
002340*================================================================
002350 VERIFICAR-CHECKPOINT.
002360     OPEN INPUT CHECKPOINT.
002370     IF FS_CKPT = "00"
002380        READ CHECKPOINT
002390        IF FS_CKPT = "00" AND CKPT-CUIT-CONS > 0
002400           DISPLAY "VERIFICAR-CHECKPOINT - HAY UN MERGE "
002410                   "INTERRUMPIDO (REINICIO PENDIENTE DESDE CUIT "
002420                   CKPT-CUIT-CONS "), SE RECHAZA EL RESGUARDO"
002430           CLOSE CHECKPOINT
002440           MOVE 8 TO RETURN-CODE
002450           STOP RUN
002460        END-IF
002470        CLOSE CHECKPOINT
002480     END-IF.

002490*================================================================
002500* ABRIR-MANIFIESTO - EL MANIFIESTO SE ABRE EN OUTPUT ANTES DE
002510* COPIAR NADA (QUEDA VACIO) Y SU REGISTRO SE GRABA RECIEN AL
002520* FINAL: SI LA COPIA SE CORTA, NO QUEDA UN MANIFIESTO ANTERIOR
002530* DESCRIBIENDO COPIAS QUE YA FUERON PISADAS.
002540*================================================================
002550 ABRIR-MANIFIESTO.
002560     OPEN OUTPUT MANIFIESTO.
002570     IF FS_MAN NOT = "00"
002580        DISPLAY "Error al abrir Manifiesto del Resguardo: " FS_MAN
002590        STOP RUN
002600     END-IF.

002610*================================================================
002620* COPIAR-MAESTRO - COPIA EL MAESTRO COMPLETO, EN ORDEN DE CLAVE,
002630* A MAESTRO-RESGUARDO.DAT. EL MAESTRO ES OBLIGATORIO.
002640*================================================================
002650 COPIAR-MAESTRO.
002660     OPEN INPUT MAESTRO.
002670     IF FS_MAE NOT = "00"
002680        DISPLAY "Error al abrir Maestro: " FS_MAE
002690        STOP RUN
002700     END-IF.
002710     OPEN OUTPUT RESG_MAESTRO.
002720     IF FS_RMAE NOT = "00"
002730        DISPLAY "Error al abrir Resguardo del Maestro: " FS_RMAE
002740        STOP RUN
002750     END-IF.
002760     PERFORM COPIAR-REGISTRO-MAESTRO UNTIL FIN-MAE.
002770     CLOSE MAESTRO RESG_MAESTRO.

002780 COPIAR-REGISTRO-MAESTRO.
002790     READ MAESTRO NEXT
002800         AT END
002810             SET FIN-MAE TO TRUE
002820         NOT AT END
002830             MOVE MAE TO MAER
002840             WRITE MAER
002850             IF FS_RMAE NOT = "00"
002860                DISPLAY "Error al grabar Resguardo del Maestro "
002870                        "CUIT " MAE-CUIT-CONS ": " FS_RMAE
002880                STOP RUN
002890             END-IF
002900             ADD 1 TO WS_CANT_MAESTRO
002910     END-READ.
002920     IF FS_MAE NOT = "00" AND FS_MAE NOT = "10"
002930        DISPLAY "Error al leer Maestro: " FS_MAE
002940        STOP RUN
002950     END-IF.

002960*================================================================
002970* COPIAR-CTAS-MAESTRO - COPIA CUENTAS-MAESTRO.DAT A
002980* CUENTAS-MAESTRO-RESGUARDO.DAT. SI TODAVIA NO EXISTE, EL
002990* RESGUARDO QUEDA VACIO (CERO REGISTROS EN EL MANIFIESTO) EN
003000* LUGAR DE CONSERVAR UNA COPIA VIEJA.
003010*================================================================
003020 COPIAR-CTAS-MAESTRO.
003030     OPEN OUTPUT RESG_CTAS.
003040     IF FS_RCTA NOT = "00"
003050        DISPLAY "Error al abrir Resguardo de Cuentas-Maestro: "
003060                FS_RCTA
003070        STOP RUN
003080     END-IF.
003090     OPEN INPUT CTAS_MAESTRO.
003100     IF FS_CTAM = "35"
003110        DISPLAY "COPIAR-CTAS-MAESTRO - SIN CUENTAS-MAESTRO.DAT, "
003120                "RESGUARDO VACIO"
003130     ELSE
003140        IF FS_CTAM NOT = "00"
003150           DISPLAY "Error al abrir Cuentas-Maestro: " FS_CTAM
003160           STOP RUN
003170        END-IF
003180        PERFORM COPIAR-REGISTRO-CTAS UNTIL FIN-CTAM
003190        CLOSE CTAS_MAESTRO
003200     END-IF.
003210     CLOSE RESG_CTAS.

003220 COPIAR-REGISTRO-CTAS.
003230     READ CTAS_MAESTRO NEXT
003240         AT END
003250             SET FIN-CTAM TO TRUE
003260         NOT AT END
003270             MOVE REG-CTAS-MAESTRO TO REG-CTAS-RESG
003280             WRITE REG-CTAS-RESG
003290             IF FS_RCTA NOT = "00"
003300                DISPLAY "Error al grabar Resguardo de "
003310                        "Cuentas-Maestro CUIT " CTAM-CUIT-CONS
003320                        ": " FS_RCTA
003330                STOP RUN
003340             END-IF
003350             ADD 1 TO WS_CANT_CTAS
003360     END-READ.
003370     IF FS_CTAM NOT = "00" AND FS_CTAM NOT = "10"
003380        DISPLAY "Error al leer Cuentas-Maestro: " FS_CTAM
003390        STOP RUN
003400     END-IF.

003410*================================================================
003420* COPIAR-ESTADOS ... COPIAR-CUOTAS - UN CATALOGO POR PARRAFO,
003430* TODOS CON EL MISMO CRITERIO: EL RESGUARDO SE ABRE OUTPUT
003440* SIEMPRE Y UN CATALOGO AUSENTE DEJA SU RESGUARDO VACIO (ES LO
003450* QUE LOS PROGRAMAS DEL SISTEMA ENTIENDEN POR TABLA VACIA).
003460*================================================================
003470 COPIAR-ESTADOS.
003480     OPEN OUTPUT RESG_ESTADOS.
003490     IF FS_REST NOT = "00"
003500        DISPLAY "Error al abrir Resguardo de Estados: " FS_REST
003510        STOP RUN
003520     END-IF.
003530     OPEN INPUT ESTADOS.
003540     IF FS_EST = "35"
003550        DISPLAY "COPIAR-ESTADOS - SIN ESTADOS.DAT, RESGUARDO "
003560                "VACIO"
003570     ELSE
003580        IF FS_EST NOT = "00"
003590           DISPLAY "Error al abrir Archivo de Estados: " FS_EST
003600           STOP RUN
003610        END-IF
003620        MOVE "N" TO WS_SW_FIN_CAT
003630        PERFORM COPIAR-REGISTRO-ESTADO UNTIL FIN-CAT
003640        CLOSE ESTADOS
003650     END-IF.
003660     CLOSE RESG_ESTADOS.

003670 COPIAR-REGISTRO-ESTADO.
003680     READ ESTADOS
003690         AT END
003700             SET FIN-CAT TO TRUE
003710         NOT AT END
003720             MOVE REG-EST TO REG-EST-RESG
003730             WRITE REG-EST-RESG
003740             IF FS_REST NOT = "00"
003750                DISPLAY "Error al grabar Resguardo de Estados: "
003760                        FS_REST
003770                STOP RUN
003780             END-IF
003790             ADD 1 TO WS_CANT_ESTADOS
003800     END-READ.
003810     IF FS_EST NOT = "00" AND FS_EST NOT = "10"
003820        DISPLAY "Error al leer Archivo de Estados: " FS_EST
003830        STOP RUN
003840     END-IF.

003850 COPIAR-TRANSEST.
003860     OPEN OUTPUT RESG_TRANS.
003870     IF FS_RTRN NOT = "00"
003880        DISPLAY "Error al abrir Resguardo de Transiciones: "
003890                FS_RTRN
003900        STOP RUN
003910     END-IF.
003920     OPEN INPUT TRANSEST.
003930     IF FS_TRN = "35"
003940        DISPLAY "COPIAR-TRANSEST - SIN TRANSEST.DAT, RESGUARDO "
003950                "VACIO"
003960     ELSE
003970        IF FS_TRN NOT = "00"
003980           DISPLAY "Error al abrir Reglas de Transicion: " FS_TRN
003990           STOP RUN
004000        END-IF
004010        MOVE "N" TO WS_SW_FIN_CAT
004020        PERFORM COPIAR-REGISTRO-TRANS UNTIL FIN-CAT
004030        CLOSE TRANSEST
004040     END-IF.
004050     CLOSE RESG_TRANS.

004060 COPIAR-REGISTRO-TRANS.
004070     READ TRANSEST
004080         AT END
004090             SET FIN-CAT TO TRUE
004100         NOT AT END
004110             MOVE REG-TRN TO REG-TRN-RESG
004120             WRITE REG-TRN-RESG
004130             IF FS_RTRN NOT = "00"
004140                DISPLAY "Error al grabar Resguardo de "
004150                        "Transiciones: " FS_RTRN
004160                STOP RUN
004170             END-IF
004180             ADD 1 TO WS_CANT_TRANS
004190     END-READ.
004200     IF FS_TRN NOT = "00" AND FS_TRN NOT = "10"
004210        DISPLAY "Error al leer Reglas de Transicion: " FS_TRN
004220        STOP RUN
004230     END-IF.

004240 COPIAR-BANCOS.
004250     OPEN OUTPUT RESG_BANCOS.
004260     IF FS_RBAN NOT = "00"
004270        DISPLAY "Error al abrir Resguardo de Bancos: " FS_RBAN
004280        STOP RUN
004290     END-IF.
004300     OPEN INPUT BANCOS.
004310     IF FS_BAN = "35"
004320        DISPLAY "COPIAR-BANCOS - SIN BANCOS.DAT, RESGUARDO VACIO"
004330     ELSE
004340        IF FS_BAN NOT = "00"
004350           DISPLAY "Error al abrir Archivo de Bancos: " FS_BAN
004360           STOP RUN
004370        END-IF
004380        MOVE "N" TO WS_SW_FIN_CAT
004390        PERFORM COPIAR-REGISTRO-BANCO UNTIL FIN-CAT
004400        CLOSE BANCOS
004410     END-IF.
004420     CLOSE RESG_BANCOS.

004430 COPIAR-REGISTRO-BANCO.
004440     READ BANCOS
004450         AT END
004460             SET FIN-CAT TO TRUE
004470         NOT AT END
004480             MOVE REG-BAN TO REG-BAN-RESG
004490             WRITE REG-BAN-RESG
004500             IF FS_RBAN NOT = "00"
004510                DISPLAY "Error al grabar Resguardo de Bancos: "
004520                        FS_RBAN
004530                STOP RUN
004540             END-IF
004550             ADD 1 TO WS_CANT_BANCOS
004560     END-READ.
004570     IF FS_BAN NOT = "00" AND FS_BAN NOT = "10"
004580        DISPLAY "Error al leer Archivo de Bancos: " FS_BAN
004590        STOP RUN
004600     END-IF.

004610 COPIAR-ZONAS.
004620     OPEN OUTPUT RESG_ZONAS.
004630     IF FS_RZON NOT = "00"
004640        DISPLAY "Error al abrir Resguardo de Zonas: " FS_RZON
004650        STOP RUN
004660     END-IF.
004670     OPEN INPUT ZONAS.
004680     IF FS_ZON = "35"
004690        DISPLAY "COPIAR-ZONAS - SIN ZONAS.DAT, RESGUARDO VACIO"
004700     ELSE
004710        IF FS_ZON NOT = "00"
004720           DISPLAY "Error al abrir Archivo de Zonas: " FS_ZON
004730           STOP RUN
004740        END-IF
004750        MOVE "N" TO WS_SW_FIN_CAT
004760        PERFORM COPIAR-REGISTRO-ZONA UNTIL FIN-CAT
004770        CLOSE ZONAS
004780     END-IF.
004790     CLOSE RESG_ZONAS.

004800 COPIAR-REGISTRO-ZONA.
004810     READ ZONAS
004820         AT END
004830             SET FIN-CAT TO TRUE
004840         NOT AT END
004850             MOVE REG-ZON TO REG-ZON-RESG
004860             WRITE REG-ZON-RESG
004870             IF FS_RZON NOT = "00"
004880                DISPLAY "Error al grabar Resguardo de Zonas: "
004890                        FS_RZON
004900                STOP RUN
004910             END-IF
004920             ADD 1 TO WS_CANT_ZONAS
004930     END-READ.
004940     IF FS_ZON NOT = "00" AND FS_ZON NOT = "10"
004950        DISPLAY "Error al leer Archivo de Zonas: " FS_ZON
004960        STOP RUN
004970     END-IF.

004980 COPIAR-CUOTAS.
004990     OPEN OUTPUT RESG_CUOTAS.
005000     IF FS_RCUO NOT = "00"
005010        DISPLAY "Error al abrir Resguardo de Cuotas: " FS_RCUO
005020        STOP RUN
005030     END-IF.
005040     OPEN INPUT CUOTAS.
005050     IF FS_CUO = "35"
005060        DISPLAY "COPIAR-CUOTAS - SIN CUOTAS.DAT, RESGUARDO VACIO"
005070     ELSE
005080        IF FS_CUO NOT = "00"
005090           DISPLAY "Error al abrir Archivo de Cuotas: " FS_CUO
005100           STOP RUN
005110        END-IF
005120        MOVE "N" TO WS_SW_FIN_CAT
005130        PERFORM COPIAR-REGISTRO-CUOTA UNTIL FIN-CAT
005140        CLOSE CUOTAS
005150     END-IF.
005160     CLOSE RESG_CUOTAS.

005170 COPIAR-REGISTRO-CUOTA.
005180     READ CUOTAS
005190         AT END
005200             SET FIN-CAT TO TRUE
005210         NOT AT END
005220             MOVE REG-CUO TO REG-CUO-RESG
005230             WRITE REG-CUO-RESG
005240             IF FS_RCUO NOT = "00"
005250                DISPLAY "Error al grabar Resguardo de Cuotas: "
005260                        FS_RCUO
005270                STOP RUN
005280             END-IF
005290             ADD 1 TO WS_CANT_CUOTAS
005300     END-READ.
005310     IF FS_CUO NOT = "00" AND FS_CUO NOT = "10"
005320        DISPLAY "Error al leer Archivo de Cuotas: " FS_CUO
005330        STOP RUN
005340     END-IF.

005350*================================================================
005360* TOMAR-POSICION-DIARIO - RECORRE EL DIARIO VIVO Y SE QUEDA CON
005370* LA CANTIDAD DE MOVIMIENTOS Y EL ULTIMO DE ELLOS: TODO LO QUE
005380* SE GRABE DESPUES DE ESA POSICION ES POSTERIOR AL RESGUARDO Y
005390* ES LO QUE MAERECUP TIENE QUE VOLVER A APLICAR. SIN DIARIO LA
005400* POSICION ES CERO.
005410*================================================================
005420 TOMAR-POSICION-DIARIO.
005430     OPEN INPUT MOVIMIENTOS.
005440     IF FS_MOV = "35"
005450        DISPLAY "TOMAR-POSICION-DIARIO - SIN DIARIO DE "
005460                "MOVIMIENTOS, POSICION CERO"
005470     ELSE
005480        IF FS_MOV NOT = "00"
005490           DISPLAY "Error al abrir Diario de Movimientos: " FS_MOV
005500           STOP RUN
005510        END-IF
005520        PERFORM LEER-MOVIMIENTO UNTIL FIN-MOV
005530        CLOSE MOVIMIENTOS
005540     END-IF.

005550 LEER-MOVIMIENTO.
005560     READ MOVIMIENTOS
005570         AT END
005580             SET FIN-MOV TO TRUE
005590         NOT AT END
005600             ADD 1 TO WS_CANT_MOVS
005610             MOVE MOV-FECHA-CORRIDA TO WS_ULTMOV-FECHA
005620             MOVE MOV-ORIGEN        TO WS_ULTMOV-ORIGEN
005630             MOVE MOV-OPERACION     TO WS_ULTMOV-OPER
005640             IF MOV-ES-DEPURACION
005650                MOVE MOVA-CUIT-CONS TO WS_ULTMOV-CUIT
005660             ELSE
005670                MOVE MOVD-CUIT-CONS TO WS_ULTMOV-CUIT
005680             END-IF
005690     END-READ.
005700     IF FS_MOV NOT = "00" AND FS_MOV NOT = "10"
005710        DISPLAY "Error al leer Diario de Movimientos: " FS_MOV
005720        STOP RUN
005730     END-IF.

005740*================================================================
005750* GRABAR-MANIFIESTO - CON TODAS LAS COPIAS TERMINADAS BIEN, EL
005760* MANIFIESTO RECIBE SU UNICO REGISTRO, MARCADO COMPLETO.
005770*================================================================
005780 GRABAR-MANIFIESTO.
005790     MOVE WS_PERIODO_PROCESO TO RSG-PERIODO.
005800     MOVE WS_FECHA_SISTEMA   TO RSG-FECHA-RESGUARDO.
005810     MOVE WS_CANT_MAESTRO    TO RSG-CANT-MAESTRO.
005820     MOVE WS_CANT_CTAS       TO RSG-CANT-CTAS-MAESTRO.
005830     MOVE WS_CANT_ESTADOS    TO RSG-CANT-ESTADOS.
005840     MOVE WS_CANT_TRANS      TO RSG-CANT-TRANSEST.
005850     MOVE WS_CANT_BANCOS     TO RSG-CANT-BANCOS.
005860     MOVE WS_CANT_ZONAS      TO RSG-CANT-ZONAS.
005870     MOVE WS_CANT_CUOTAS     TO RSG-CANT-CUOTAS.
005880     MOVE WS_CANT_MOVS       TO RSG-POS-DIARIO.
005890     MOVE WS_ULTMOV-FECHA    TO RSG-ULT-MOV-FECHA.
005900     MOVE WS_ULTMOV-ORIGEN   TO RSG-ULT-MOV-ORIGEN.
005910     MOVE WS_ULTMOV-OPER     TO RSG-ULT-MOV-OPERACION.
005920     MOVE WS_ULTMOV-CUIT     TO RSG-ULT-MOV-CUIT.
005930     SET RSG-COMPLETO TO TRUE.
005940     WRITE REG-RESGUARDO.
005950     IF FS_MAN NOT = "00"
005960        DISPLAY "Error al grabar Manifiesto del Resguardo: "
005970                FS_MAN
005980        STOP RUN
005990     END-IF.
006000     CLOSE MANIFIESTO.

006010*================================================================
006020* REGISTRAR-CICLO-RESGUARDO - ASIENTA EL RESGUARDO DEL PERIODO EN
006030* CICLO-CONTROL.DAT. ES EL PRIMER PASO DEL CICLO: SI EL PERIODO
006040* TODAVIA NO TIENE REGISTRO, SE LO CREA CON LOS DEMAS PASOS EN
006050* CERO. SIN ESTA FECHA EL MERGE DEL PERIODO NO ARRANCA.
006060*================================================================
006070 REGISTRAR-CICLO-RESGUARDO.
006080     OPEN I-O CICLO.
006090     IF FS_CIC = "35"
006100        OPEN OUTPUT CICLO
006110        CLOSE CICLO
006120        OPEN I-O CICLO
006130     END-IF.
006140     IF FS_CIC NOT = "00"
006150        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
006160        STOP RUN
006170     END-IF.
006180     MOVE WS_PERIODO_PROCESO TO CIC-PERIODO.
006190     READ CICLO
006200         INVALID KEY
006210             MOVE WS_PERIODO_PROCESO TO CIC-PERIODO
006220             MOVE 0 TO CIC-FECHA-RESGUARDO
006230             MOVE 0 TO CIC-FECHA-MERGE
006240             MOVE 0 TO CIC-FECHA-EXTRACTO
006250             MOVE 0 TO CIC-FECHA-CONCILIA
006260             MOVE 0 TO CIC-FECHA-RETORNO
006263             MOVE 0 TO CIC-FECHA-SEGUNDA
006266             MOVE 0 TO CIC-FECHA-RET-SEGUNDA
006268             MOVE 0 TO CIC-FECHA-CONTABLE
006270             MOVE 0 TO CIC-FECHA-PURGA
006280             WRITE REG-CICLO
006290         NOT INVALID KEY
006300             CONTINUE
006310     END-READ.
006320     MOVE WS_FECHA_SISTEMA TO CIC-FECHA-RESGUARDO.
006330     REWRITE REG-CICLO.
006340     IF FS_CIC NOT = "00"
006350        DISPLAY "Error al grabar Control de Ciclo: " FS_CIC
006360        STOP RUN
006370     END-IF.
006380     CLOSE CICLO.
006390     DISPLAY "REGISTRAR-CICLO-RESGUARDO - PERIODO "
006400             WS_PERIODO_PROCESO " RESGUARDO REGISTRADO".

006410*================================================================
006420* MOSTRAR-RESUMEN - LO COPIADO, IGUAL QUE QUEDA EN EL MANIFIESTO
006430*================================================================
006440 MOSTRAR-RESUMEN.
006450     DISPLAY "MAERESG - RESUMEN".
006460     DISPLAY "PERIODO...................: " WS_PERIODO_PROCESO.
006470     DISPLAY "REGISTROS DEL MAESTRO.....: " WS_CANT_MAESTRO.
006480     DISPLAY "CUENTAS-MAESTRO...........: " WS_CANT_CTAS.
006490     DISPLAY "ESTADOS...................: " WS_CANT_ESTADOS.
006500     DISPLAY "TRANSICIONES..............: " WS_CANT_TRANS.
006510     DISPLAY "BANCOS....................: " WS_CANT_BANCOS.
006520     DISPLAY "ZONAS.....................: " WS_CANT_ZONAS.
006530     DISPLAY "CUOTAS....................: " WS_CANT_CUOTAS.
006540     DISPLAY "POSICION DEL DIARIO.......: " WS_CANT_MOVS.
006550     DISPLAY "ULTIMO MOVIMIENTO DEL.....: " WS_ULTMOV-FECHA.
