000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENDBAN.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. RENDIMIENTO DE COBRO POR
000110*                  BANCO: PARA UN PERIODO PEDIDO POR CONSOLA CRUZA
000120*                  EL RETORNO (RETORNO-FACTURACION.DAT) CON
000130*                  CUENTAS-MAESTRO.DAT (CTAM-ENTIDAD,
000140*                  CTAM-SUCURSAL) Y BANCOS.DAT (NOMBRE) Y LISTA
000150*                  EN RENDIMIENTO-BANCOS.DAT, POR ENTIDAD Y
000160*                  SUCURSAL: CUENTAS PRESENTADAS, ACEPTADAS Y
000170*                  RECHAZADAS, IMPORTE DEBITADO Y RECHAZADO, TASA
000180*                  DE RECHAZO, APERTURA POR RET-COD-RESULTADO Y
000190*                  LA TASA DE LOS WS_PERIODOS_ANT PERIODOS
000200*                  ANTERIORES SACADA DE RECHAZOS-HISTORIAL.DAT.
000210*                  LOS BANCOS CON TASA POR ENCIMA DEL UMBRAL
000220*                  (PEDIDO POR CONSOLA) SALEN MARCADOS. ES LA
000230*                  BASE PARA RENEGOCIAR CON LOS BANCOS Y PARA
000240*                  ACONSEJAR A LOS ADMINISTRADORES QUE MUEVAN LA
000250*                  CUENTA DE UNA SUCURSAL QUE RECHAZA SIEMPRE.
000251* 2026-10-15  DLV  LAS FILAS "RECARGO MORA" DEL RETORNO (MISMA
000252*                  CUENTA QUE LA CUOTA) SE CONTABAN COMO OTRA
000253*                  CUENTA PRESENTADA. SE RECONOCEN CON
000254*                  RECARGOS.DAT (COPY RECAREC) COMO EN ALGO4IMP,
000255*                  QUEDAN FUERA DE LAS TASAS POR SUCURSAL Y SE
000256*                  INFORMAN APARTE AL PIE DEL REPORTE.
000260*================================================================

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RETORNO      ASSIGN TO DISK
000310                          FILE STATUS IS FS_RET.

000320     SELECT CTAS_MAESTRO ASSIGN TO DISK
000330                          ORGANIZATION IS INDEXED
000340                          ACCESS MODE IS DYNAMIC
000350                          RECORD KEY IS CTAM-CLAVE
000360                          FILE STATUS IS FS_CTAM.

000370     SELECT BANCOS       ASSIGN TO DISK
000380                          FILE STATUS IS FS_BAN.

000390     SELECT RECHAZOS_HIST ASSIGN TO DISK
000400                          FILE STATUS IS FS_RCH.

000401     SELECT RECARGOS     ASSIGN TO DISK
000402                          ORGANIZATION IS INDEXED
000403                          ACCESS MODE IS DYNAMIC
000404                          RECORD KEY IS RGO-CLAVE
000405                          FILE STATUS IS FS_RGO.

000410     SELECT RENDIMIENTO  ASSIGN TO DISK
000420                          FILE STATUS IS FS_REN.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RETORNO LABEL RECORD IS STANDARD
000460             VALUE OF FILE-ID IS "retorno-facturacion.dat".

000470 01  RET.
000480     03 RET-CUIT-CONS           PIC 9(15).
000490     03 RET-NRO-CTA             PIC 9(08).
000500     03 RET-COD-RESULTADO       PIC X(02).
000510     03 RET-PERIODO             PIC 9(06).
000520     03 RET-IMPORTE             PIC 9(07)V99.

000530 FD  CTAS_MAESTRO LABEL RECORD IS STANDARD
000540             VALUE OF FILE-ID IS "cuentas-maestro.dat".

000550     COPY CTASMREC.

000560 FD  BANCOS LABEL RECORD IS STANDARD
000570            VALUE OF FILE-ID IS "bancos.dat".

000580 01  BAN.
000590     03 BAN-ENTIDAD             PIC 9(03).
000600     03 BAN-SUCURSAL            PIC 9(03).
000610     03 BAN-NOMBRE              PIC X(25).

000620 FD  RECHAZOS_HIST LABEL RECORD IS STANDARD
000630            VALUE OF FILE-ID IS "rechazos-historial.dat".

000640     COPY RECHREC.

000642 FD  RECARGOS LABEL RECORD IS STANDARD
000644             VALUE OF FILE-ID IS "recargos.dat".

000646     COPY RECAREC.

000650 FD  RENDIMIENTO LABEL RECORD OMITTED
000660             VALUE OF FILE-ID IS "rendimiento-bancos.dat".

000670 01  LINEA-REN                  PIC X(80).

000680 WORKING-STORAGE SECTION.
000690 77  FS_RET                PIC XX.
000700 77  FS_CTAM               PIC XX.
000710 77  FS_BAN                PIC XX.
000720 77  FS_RCH                PIC XX.
000730 77  FS_REN                PIC XX.
000734 77  FS_RGO                PIC XX.
000740 77  WS_PERIODO_ENTRADA    PIC 9(06) VALUE 0.
000750 77  WS_CANT_RET           PIC 9(10) VALUE 0.
000760 77  WS_CANT_RET_PERIODO   PIC 9(10) VALUE 0.
000770 77  WS_CANT_SIN_CUENTA    PIC 9(10) VALUE 0.
000780 77  WS_CANT_HIST          PIC 9(10) VALUE 0.
000790 77  WS_CANT_MARCADOS      PIC 9(06) VALUE 0.
000800 77  WS_CANT_LISTADOS      PIC 9(06) VALUE 0.
000810 77  WS_TOT_PRES           PIC 9(10) VALUE 0.
000820 77  WS_TOT_ACEPT          PIC 9(10) VALUE 0.
000830 77  WS_TOT_RECH           PIC 9(10) VALUE 0.
000840 77  WS_TOT_IMP_ACEPT      PIC 9(11)V99 VALUE 0.
000850 77  WS_TOT_IMP_RECH       PIC 9(11)V99 VALUE 0.
000860 77  WS_ENTIDAD_BUSQ       PIC 9(03) VALUE 0.
000870 77  WS_SUCURSAL_BUSQ      PIC 9(03) VALUE 0.
000880 77  WS_IDX_BUSQ           PIC 9(04) VALUE 0.
000890 77  WS_IDX_ANT            PIC 9(02) VALUE 0.

000891*----------------------------------------------------------------
000891* FILAS DEL RECARGO POR MORA: ALGO4EXP FACTURA LOS RECARGOS DEL
000892* CONSORCIO EN UN RENGLON APARTE CONTRA LA MISMA CUENTA QUE LA
000893* CUOTA. NO SON OTRA CUENTA PRESENTADA: NO ENTRAN EN LAS TASAS
000894* DE LA SUCURSAL Y SE INFORMAN AL PIE.
000895*----------------------------------------------------------------
000895 77  WS_IMP_RGO_RET        PIC 9(07)V99 VALUE 0.
000896 77  WS_CANT_RGO_ACEPT     PIC 9(06) VALUE 0.
000897 77  WS_CANT_RGO_RECH      PIC 9(06) VALUE 0.
000898 77  WS_IMP_RGO_ACEPT      PIC 9(11)V99 VALUE 0.
000899 77  WS_IMP_RGO_RECH       PIC 9(11)V99 VALUE 0.

000900*----------------------------------------------------------------
000910* UMBRAL DE TASA DE RECHAZO (EN %): EL BANCO QUE LO SUPERA SALE
000920* MARCADO. SE PIDE POR CONSOLA; SIN RESPUESTA QUEDA EL VALOR
000930* CONVENIDO CON COBRANZAS.
000940*----------------------------------------------------------------
000950 77  WS_UMBRAL_RECHAZO     PIC 9(03)V99 VALUE 10.
000960 77  WS_UMBRAL_ENTRADA     PIC 9(03) VALUE 0.
000970 77  WS_TASA               PIC 9(03)V99 VALUE 0.

000980*----------------------------------------------------------------
000990* PERIODOS ANTERIORES QUE SE COMPARAN (AAAAMM MENOS UN MES CADA
001000* UNO). LA TASA DE UN PERIODO ANTERIOR SE CALCULA CON LAS
001010* CUENTAS RECHAZADAS DEL HISTORIAL SOBRE LAS CUENTAS PRESENTADAS
001020* EN EL PERIODO CONSULTADO: EL HISTORIAL SOLO GUARDA RECHAZOS, NO
001030* LO PRESENTADO. LA CUENTA SE UBICA EN EL BANCO QUE TIENE HOY EN
001040* CUENTAS-MAESTRO.
001050*----------------------------------------------------------------
001060 77  WS_PERIODOS_ANT       PIC 9(02) VALUE 3.
001070 77  WS_PER_CALC           PIC 9(06) VALUE 0.
001080 77  WS_PER_ANIO           PIC 9(04) VALUE 0.
001090 77  WS_PER_MES            PIC 9(02) VALUE 0.
001100 77  WS_PER_DESDE          PIC 9(06) VALUE 0.

001110 01  WS_TABLA_PER_ANT.
001120     03 WS_PER_ANT OCCURS 3 TIMES PIC 9(06).

001130*----------------------------------------------------------------
001140* CATALOGO DE BANCOS EN MEMORIA (BANCOS.DAT), SOLO PARA EL
001150* ORDEN DEL REPORTE Y EL NOMBRE DE CADA SUCURSAL.
001160*----------------------------------------------------------------
001170 77  WS_MAX_BANCOS         PIC 9(03) VALUE 200.
001180 77  WS_IDX_BAN            PIC 9(04) VALUE 0.

001190     COPY BANTAB.

001200*----------------------------------------------------------------
001210* ACUMULADORES POR ENTIDAD Y SUCURSAL. ARRANCA CON EL CATALOGO
001220* (EN SU ORDEN) Y SE AGREGAN AL FINAL LAS SUCURSALES QUE TIENEN
001230* CUENTAS PERO NO FIGURAN EN BANCOS.DAT, Y LA FILA 000/000 DE
001240* LAS FILAS DEL RETORNO CUYA CUENTA NO ESTA EN CUENTAS-MAESTRO.
001250*----------------------------------------------------------------
001260 77  WS_MAX_REN            PIC 9(04) VALUE 250.
001270 77  WS_IDX_REN            PIC 9(04) VALUE 0.

001280 01  WS_TABLA_REN.
001290     03 WS_CANT_REN        PIC 9(04) VALUE 0.
001300     03 WS_REN OCCURS 250 TIMES.
001310        05 WS_REN-ENTIDAD      PIC 9(03).
001320        05 WS_REN-SUCURSAL     PIC 9(03).
001330        05 WS_REN-NOMBRE       PIC X(25).
001340        05 WS_REN-CANT-PRES    PIC 9(06).
001350        05 WS_REN-CANT-ACEPT   PIC 9(06).
001360        05 WS_REN-CANT-RECH    PIC 9(06).
001370        05 WS_REN-IMP-ACEPT    PIC 9(11)V99.
001380        05 WS_REN-IMP-RECH     PIC 9(11)V99.
001390        05 WS_REN-RECH-ANT OCCURS 3 TIMES PIC 9(06).

001400*----------------------------------------------------------------
001410* APERTURA POR CODIGO DE RESULTADO: UNA FILA POR SUCURSAL Y
001420* CODIGO DE RECHAZO (WS_RCOD-REN APUNTA A WS_REN).
001430*----------------------------------------------------------------
001440 77  WS_MAX_RCOD           PIC 9(04) VALUE 1000.
001450 77  WS_IDX_RCOD           PIC 9(04) VALUE 0.

001460 01  WS_TABLA_RCOD.
001470     03 WS_CANT_RCOD       PIC 9(04) VALUE 0.
001480     03 WS_RCOD OCCURS 1000 TIMES.
001490        05 WS_RCOD-REN         PIC 9(04).
001500        05 WS_RCOD-COD         PIC X(02).
001510        05 WS_RCOD-CANT        PIC 9(06).

001520*----------------------------------------------------------------
001530* RECHAZOS DE LOS PERIODOS ANTERIORES YA CONTADOS, PARA SALTEAR
001540* LAS FILAS REPETIDAS DE UNA DOBLE CARGA DEL RETORNO (MISMO
001550* CRITERIO QUE RECHANT).
001560*----------------------------------------------------------------
001570 77  WS_MAX_HIST           PIC 9(04) VALUE 5000.

001580 01  WS_TABLA_HIST.
001590     03 WS_CANT_HIST_TAB   PIC 9(04) VALUE 0.
001600     03 WS_HIST OCCURS 5000 TIMES.
001610        05 WS_HIST-CUIT        PIC 9(15).
001620        05 WS_HIST-CTA         PIC 9(08).
001630        05 WS_HIST-PERIODO     PIC 9(06).

001640 01  WS_SWITCHES.
001650     03 WS_SW_FIN_RET      PIC X(01) VALUE "N".
001660        88 FIN-RET                  VALUE "S".
001670     03 WS_SW_FIN_RCH      PIC X(01) VALUE "N".
001680        88 FIN-RCH                  VALUE "S".
001690     03 WS_SW_CTAM_AUSENTE PIC X(01) VALUE "N".
001700        88 CTAM-AUSENTE             VALUE "S".
001710     03 WS_SW_CTA_ENC      PIC X(01) VALUE "N".
001720        88 CUENTA-ENCONTRADA        VALUE "S".
001730     03 WS_SW_REN_ENC      PIC X(01) VALUE "N".
001740        88 REN-ENCONTRADO           VALUE "S".
001750     03 WS_SW_RCOD_ENC     PIC X(01) VALUE "N".
001760        88 RCOD-ENCONTRADO          VALUE "S".
001770     03 WS_SW_REPETIDO     PIC X(01) VALUE "N".
001780        88 YA-CONTADO               VALUE "S".
001781     03 WS_SW_RGO_AUSENTE  PIC X(01) VALUE "N".
001782        88 RGO-AUSENTE              VALUE "S".
001783     03 WS_SW_FIN_RGO_CONS PIC X(01) VALUE "N".
001784        88 FIN-RGO-CONS             VALUE "S".
001785     03 WS_SW_FILA_RECARGO PIC X(01) VALUE "N".
001786        88 FILA-RECARGO             VALUE "S".

001790*----------------------------------------------------------------
001800* RENGLONES DEL REPORTE
001810*----------------------------------------------------------------
001820 01  WS_LINEA-TIT.
001830     03 FILLER             PIC X(40)
001840        VALUE "RENDIMIENTO DE COBRO POR BANCO - PERIODO".
001850     03 FILLER             PIC X(01) VALUE SPACES.
001860     03 WS_LINTIT-PERIODO  PIC 9(06).
001870     03 FILLER             PIC X(10) VALUE "  UMBRAL: ".
001880     03 WS_LINTIT-UMBRAL   PIC ZZ9.99.
001890     03 FILLER             PIC X(01) VALUE "%".

001900 01  WS_LINEA-ENC.
001910     03 FILLER             PIC X(40)
001920        VALUE "ENT SUC NOMBRE                     PRES".
001930     03 FILLER             PIC X(40)
001940        VALUE "  ACEPT   RECH  %RECH".

001950 01  WS_LINEA-BCO.
001960     03 WS_LINBCO-ENTIDAD  PIC 9(03).
001970     03 FILLER             PIC X(01) VALUE SPACES.
001980     03 WS_LINBCO-SUCURSAL PIC 9(03).
001990     03 FILLER             PIC X(01) VALUE SPACES.
002000     03 WS_LINBCO-NOMBRE   PIC X(25).
002010     03 FILLER             PIC X(01) VALUE SPACES.
002020     03 WS_LINBCO-PRES     PIC ZZZZZ9.
002030     03 FILLER             PIC X(01) VALUE SPACES.
002040     03 WS_LINBCO-ACEPT    PIC ZZZZZ9.
002050     03 FILLER             PIC X(01) VALUE SPACES.
002060     03 WS_LINBCO-RECH     PIC ZZZZZ9.
002070     03 FILLER             PIC X(01) VALUE SPACES.
002080     03 WS_LINBCO-TASA     PIC ZZ9.99.
002090     03 FILLER             PIC X(01) VALUE SPACES.
002100     03 WS_LINBCO-MARCA    PIC X(15).

002110 01  WS_LINEA-IMP.
002120     03 FILLER             PIC X(08) VALUE SPACES.
002130     03 FILLER             PIC X(11) VALUE "DEBITADO: ".
002140     03 WS_LINIMP-ACEPT    PIC ZZZZZZZZZZ9.99.
002150     03 FILLER             PIC X(14) VALUE "  RECHAZADO: ".
002160     03 WS_LINIMP-RECH     PIC ZZZZZZZZZZ9.99.

002170 01  WS_LINEA-COD.
002180     03 FILLER             PIC X(08) VALUE SPACES.
002190     03 FILLER             PIC X(20) VALUE "CODIGO DE RECHAZO ".
002200     03 WS_LINCOD-COD      PIC X(02).
002210     03 FILLER             PIC X(02) VALUE ": ".
002220     03 WS_LINCOD-CANT     PIC ZZZZZ9.

002230 01  WS_LINEA-ANT.
002240     03 FILLER             PIC X(08) VALUE SPACES.
002250     03 FILLER             PIC X(20) VALUE "PERIODO ANTERIOR ".
002260     03 WS_LINANT-PERIODO  PIC 9(06).
002270     03 FILLER             PIC X(02) VALUE ": ".
002280     03 WS_LINANT-RECH     PIC ZZZZZ9.
002290     03 FILLER             PIC X(12) VALUE " RECHAZOS  ".
002300     03 WS_LINANT-TASA     PIC ZZ9.99.
002310     03 FILLER             PIC X(01) VALUE "%".

002320 01  WS_LINEA-TOT.
002330     03 FILLER             PIC X(34)
002340        VALUE "TOTAL DEL PERIODO".
002350     03 WS_LINTOT-PRES     PIC ZZZZZ9.
002360     03 FILLER             PIC X(01) VALUE SPACES.
002370     03 WS_LINTOT-ACEPT    PIC ZZZZZ9.
002380     03 FILLER             PIC X(01) VALUE SPACES.
002390     03 WS_LINTOT-RECH     PIC ZZZZZ9.
002400     03 FILLER             PIC X(01) VALUE SPACES.
002410     03 WS_LINTOT-TASA     PIC ZZ9.99.

002411 01  WS_LINEA-RGO.
002412     03 FILLER             PIC X(34)
002413        VALUE "FILAS DE RECARGO MORA (APARTE)".
002414     03 FILLER             PIC X(07) VALUE SPACES.
002415     03 WS_LINRGO-ACEPT    PIC ZZZZZ9.
002416     03 FILLER             PIC X(01) VALUE SPACES.
002417     03 WS_LINRGO-RECH     PIC ZZZZZ9.

002420 PROCEDURE DIVISION.
002430     PERFORM INICIALIZAR.
002440     PERFORM CARGAR-TABLA-BANCOS.
002450     PERFORM ACUMULAR-RETORNO.
002460     PERFORM ACUMULAR-HISTORIAL.
002470     PERFORM LISTAR-RENDIMIENTO.
002480     PERFORM MOSTRAR-RESUMEN.
002490     PERFORM CERRAR-ARCHIVOS.
002500     STOP RUN.

002510*================================================================
002520* INICIALIZAR - PIDE EL PERIODO (NORMALMENTE EL DEL ULTIMO
002530* RETORNO CARGADO) Y EL UMBRAL, CALCULA LOS PERIODOS ANTERIORES
002540* Y ABRE LOS ARCHIVOS. SIN RETORNO NO HAY NADA QUE REPORTAR; SIN
002550* CUENTAS-MAESTRO TODO CAE EN LA FILA SIN CUENTA.
002560*================================================================
002570 INICIALIZAR.
002580     DISPLAY "RENDBAN INICIA".
002590     DISPLAY "PERIODO A REPORTAR (AAAAMM): " WITH NO ADVANCING.
002600     ACCEPT WS_PERIODO_ENTRADA.
002610     IF WS_PERIODO_ENTRADA = 0
002620        DISPLAY "PERIODO INVALIDO."
002630        STOP RUN
002640     END-IF.
002650     DISPLAY "UMBRAL DE RECHAZO EN % (ENTER = " WS_UMBRAL_RECHAZO
002660             "): " WITH NO ADVANCING.
002670     ACCEPT WS_UMBRAL_ENTRADA.
002680     IF WS_UMBRAL_ENTRADA > 0
002690        MOVE WS_UMBRAL_ENTRADA TO WS_UMBRAL_RECHAZO
002700     END-IF.
002710     MOVE WS_PERIODO_ENTRADA TO WS_PER_CALC.
002720     PERFORM CALCULAR-PERIODO-ANT
002730         VARYING WS_IDX_ANT FROM 1 BY 1
002740         UNTIL WS_IDX_ANT > WS_PERIODOS_ANT.
002750     MOVE WS_PER_CALC TO WS_PER_DESDE.
002760     OPEN INPUT RETORNO.
002770     IF FS_RET = "35"
002780        DISPLAY "NO EXISTE EL RETORNO DE FACTURACION."
002790        STOP RUN
002800     END-IF.
002810     IF FS_RET NOT = "00"
002820        DISPLAY "Error al abrir Retorno de Facturacion: " FS_RET
002830        STOP RUN
002840     END-IF.
002850     OPEN INPUT CTAS_MAESTRO.
002860     IF FS_CTAM = "35"
002870        SET CTAM-AUSENTE TO TRUE
002880        DISPLAY "INICIALIZAR - SIN CUENTAS-MAESTRO.DAT, NO SE "
002890                "PUEDE UBICAR EL BANCO DE NINGUNA CUENTA"
002900     ELSE
002910        IF FS_CTAM NOT = "00"
002920           DISPLAY "Error al abrir Cuentas-Maestro: " FS_CTAM
002930           STOP RUN
002940        END-IF
002950     END-IF.
002960     OPEN OUTPUT RENDIMIENTO.
002970     IF FS_REN NOT = "00"
002980        DISPLAY "Error al abrir Reporte de Rendimiento: " FS_REN
002990        STOP RUN
002991     END-IF.
002992     OPEN INPUT RECARGOS.
002993     IF FS_RGO = "35"
002994        SET RGO-AUSENTE TO TRUE
002995     ELSE
002996        IF FS_RGO NOT = "00"
002997           DISPLAY "Error al abrir Recargos: " FS_RGO
002998           STOP RUN
002999        END-IF
003000     END-IF.

003010 CALCULAR-PERIODO-ANT.
003020     PERFORM RESTAR-PERIODO.
003030     MOVE WS_PER_CALC TO WS_PER_ANT(WS_IDX_ANT).

003040*================================================================
003050* CARGAR-TABLA-BANCOS - CARGA EL CATALOGO Y ARMA CON EL UNA FILA
003060* DE ACUMULADORES EN CERO POR CADA ENTIDAD Y SUCURSAL.
003070*================================================================
003080 CARGAR-TABLA-BANCOS.
003090     MOVE 0 TO WS_CANT_BANCOS.
003100     OPEN INPUT BANCOS.
003110     IF FS_BAN = "35"
003120        DISPLAY "CARGAR-TABLA-BANCOS - SIN BANCOS.DAT, LAS "
003130                "SUCURSALES SALEN SIN NOMBRE"
003140     ELSE
003150        IF FS_BAN NOT = "00"
003160           DISPLAY "Error al abrir Archivo de Bancos: " FS_BAN
003170           STOP RUN
003180        END-IF
003190        PERFORM CARGAR-BANCO
003200            UNTIL FS_BAN = "10"
003210               OR WS_CANT_BANCOS = WS_MAX_BANCOS
003220        IF WS_CANT_BANCOS = WS_MAX_BANCOS AND FS_BAN NOT = "10"
003230           DISPLAY "CARGAR-TABLA-BANCOS - ADVERTENCIA: TABLA "
003240                   "LLENA (" WS_MAX_BANCOS "), SE IGNORA EL "
003250                   "RESTO DE BANCOS.DAT"
003260        END-IF
003270        CLOSE BANCOS
003280     END-IF.
003290     MOVE 0 TO WS_CANT_REN.
003300     PERFORM AGREGAR-BANCO-CATALOGO
003310         VARYING WS_IDX_BAN FROM 1 BY 1
003320         UNTIL WS_IDX_BAN > WS_CANT_BANCOS.

003330 CARGAR-BANCO.
003340     READ BANCOS
003350         AT END
003360             MOVE "10" TO FS_BAN
003370         NOT AT END
003380             ADD 1 TO WS_CANT_BANCOS
003390             MOVE BAN-ENTIDAD  TO WS_BANCO-ENTIDAD(WS_CANT_BANCOS)
003400             MOVE BAN-SUCURSAL
003410                  TO WS_BANCO-SUCURSAL(WS_CANT_BANCOS)
003420             MOVE BAN-NOMBRE   TO WS_BANCO-NOMBRE(WS_CANT_BANCOS)
003430     END-READ.

003440 AGREGAR-BANCO-CATALOGO.
003450     MOVE WS_BANCO-ENTIDAD(WS_IDX_BAN)  TO WS_ENTIDAD_BUSQ.
003460     MOVE WS_BANCO-SUCURSAL(WS_IDX_BAN) TO WS_SUCURSAL_BUSQ.
003470     PERFORM AGREGAR-FILA-REN.
003480     MOVE WS_BANCO-NOMBRE(WS_IDX_BAN)
003490          TO WS_REN-NOMBRE(WS_CANT_REN).

003500*================================================================
003510* AGREGAR-FILA-REN - NUEVA FILA DE ACUMULADORES EN CERO PARA
003520* WS_ENTIDAD_BUSQ/WS_SUCURSAL_BUSQ; QUEDA APUNTADA POR
003530* WS_IDX_REN. CON LA TABLA LLENA EL PROGRAMA SE DETIENE: UN
003540* REPORTE CON BANCOS DE MENOS NO SIRVE PARA NEGOCIAR.
003550*================================================================
003560 AGREGAR-FILA-REN.
003570     IF WS_CANT_REN = WS_MAX_REN
003580        DISPLAY "AGREGAR-FILA-REN - TABLA DE SUCURSALES LLENA ("
003590                WS_MAX_REN "), SE CANCELA EL REPORTE"
003600        STOP RUN
003610     END-IF.
003620     ADD 1 TO WS_CANT_REN.
003630     MOVE WS_CANT_REN TO WS_IDX_REN.
003640     INITIALIZE WS_REN(WS_IDX_REN).
003650     MOVE WS_ENTIDAD_BUSQ  TO WS_REN-ENTIDAD(WS_IDX_REN).
003660     MOVE WS_SUCURSAL_BUSQ TO WS_REN-SUCURSAL(WS_IDX_REN).
003670     IF WS_ENTIDAD_BUSQ = 0 AND WS_SUCURSAL_BUSQ = 0
003680        MOVE "SIN CUENTA EN CTAS-MAESTRO"
003690             TO WS_REN-NOMBRE(WS_IDX_REN)
003700     ELSE
003710        MOVE "NO FIGURA EN BANCOS.DAT"
003720             TO WS_REN-NOMBRE(WS_IDX_REN)
003730     END-IF.

003740*================================================================
003750* ACUMULAR-RETORNO - CADA FILA DEL RETORNO DEL PERIODO SUMA EN
003760* LA SUCURSAL DE SU CUENTA: PRESENTADA, ACEPTADA O RECHAZADA,
003766* SU IMPORTE Y, SI FUE RECHAZO, SU CODIGO DE RESULTADO. LAS
003772* FILAS DEL RECARGO POR MORA SE APARTAN ANTES.
003780*================================================================
003790 ACUMULAR-RETORNO.
003800     PERFORM LEER-RETORNO UNTIL FIN-RET.
003810     IF WS_CANT_RET_PERIODO = 0
003820        DISPLAY "ACUMULAR-RETORNO - EL RETORNO NO TRAE FILAS DEL "
003830                "PERIODO " WS_PERIODO_ENTRADA
003840     END-IF.

003850 LEER-RETORNO.
003860     READ RETORNO
003870         AT END
003880             SET FIN-RET TO TRUE
003890         NOT AT END
003900             ADD 1 TO WS_CANT_RET
003910             IF RET-PERIODO = WS_PERIODO_ENTRADA
003920                ADD 1 TO WS_CANT_RET_PERIODO
003922                PERFORM VERIFICAR-FILA-RECARGO
003924                IF FILA-RECARGO
003926                   PERFORM ACUMULAR-FILA-RECARGO
003928                ELSE
003930                   PERFORM ACUMULAR-FILA-RET
003932                END-IF
003940             END-IF
003950     END-READ.
003960     IF FS_RET NOT = "00" AND FS_RET NOT = "10"
003970        DISPLAY "Error al leer Retorno: " FS_RET
003980        STOP RUN
003990     END-IF.

004000 ACUMULAR-FILA-RET.
004010     MOVE RET-CUIT-CONS TO CTAM-CUIT-CONS.
004020     MOVE RET-NRO-CTA   TO CTAM-NRO-CTA.
004030     PERFORM UBICAR-SUCURSAL.
004040     IF NOT CUENTA-ENCONTRADA
004050        ADD 1 TO WS_CANT_SIN_CUENTA
004060     END-IF.
004070     ADD 1 TO WS_REN-CANT-PRES(WS_IDX_REN).
004080     IF RET-COD-RESULTADO = "00"
004090        ADD 1 TO WS_REN-CANT-ACEPT(WS_IDX_REN)
004100        ADD RET-IMPORTE TO WS_REN-IMP-ACEPT(WS_IDX_REN)
004110     ELSE
004120        ADD 1 TO WS_REN-CANT-RECH(WS_IDX_REN)
004130        ADD RET-IMPORTE TO WS_REN-IMP-RECH(WS_IDX_REN)
004140        PERFORM SUMAR-CODIGO-RECHAZO
004141     END-IF.

004141*================================================================
004141* VERIFICAR-FILA-RECARGO - MISMO CRITERIO QUE ALGO4IMP: SE SUMAN
004141* LOS RECARGOS DEL CONSORCIO FACTURADOS EN EL PERIODO DE LA FILA
004141* CONTRA SU CUENTA; SI LA SUMA ES EL IMPORTE DE LA FILA, LA FILA
004141* ES EL RENGLON "RECARGO MORA" DEL EXTRACTO. EL ESTADO NO
004142* IMPORTA: DESPUES DE LA CARGA DEL RETORNO ESOS RECARGOS YA
004142* ESTAN COBRADOS O DEVUELTOS A LIQUIDADOS, Y CONSERVAN EL PERIODO
004142* Y LA CUENTA EN QUE SE FACTURARON.
004142*================================================================
004142 VERIFICAR-FILA-RECARGO.
004142     MOVE "N" TO WS_SW_FILA_RECARGO.
004143     MOVE 0 TO WS_IMP_RGO_RET.
004143     IF NOT RGO-AUSENTE
004143        MOVE "N" TO WS_SW_FIN_RGO_CONS
004143        MOVE RET-CUIT-CONS TO RGO-CUIT-CONS
004143        MOVE 0 TO RGO-PERIODO
004143        START RECARGOS KEY NOT < RGO-CLAVE
004144            INVALID KEY
004144                SET FIN-RGO-CONS TO TRUE
004144        END-START
004144        PERFORM SUMAR-RECARGO-FACT UNTIL FIN-RGO-CONS
004144        IF WS_IMP_RGO_RET > 0
004144           AND WS_IMP_RGO_RET = RET-IMPORTE
004145           SET FILA-RECARGO TO TRUE
004145        END-IF
004145     END-IF.

004145 SUMAR-RECARGO-FACT.
004145     READ RECARGOS NEXT
004146         AT END
004146             SET FIN-RGO-CONS TO TRUE
004146         NOT AT END
004146             IF RGO-CUIT-CONS NOT = RET-CUIT-CONS
004146                SET FIN-RGO-CONS TO TRUE
004146             ELSE
004147                IF RGO-PERIODO-FACT = RET-PERIODO
004147                   AND RGO-NRO-CTA-FACT = RET-NRO-CTA
004147                   ADD RGO-IMPORTE TO WS_IMP_RGO_RET
004147                END-IF
004147             END-IF
004147     END-READ.
004148     IF FS_RGO NOT = "00" AND FS_RGO NOT = "10"
004148        DISPLAY "Error al leer Recargos: " FS_RGO
004148        STOP RUN
004148     END-IF.

004148 ACUMULAR-FILA-RECARGO.
004148     IF RET-COD-RESULTADO = "00"
004149        ADD 1 TO WS_CANT_RGO_ACEPT
004149        ADD RET-IMPORTE TO WS_IMP_RGO_ACEPT
004149     ELSE
004149        ADD 1 TO WS_CANT_RGO_RECH
004149        ADD RET-IMPORTE TO WS_IMP_RGO_RECH
004150     END-IF.

004160*================================================================
004170* UBICAR-SUCURSAL - LEE CUENTAS-MAESTRO POR CLAVE (CUIT+CUENTA
004180* YA MOVIDOS A CTAM-CLAVE) Y DEJA EN WS_IDX_REN LA FILA DE SU
004190* ENTIDAD/SUCURSAL, AGREGANDOLA SI NO ESTA. UNA CUENTA QUE NO
004200* FIGURA VA A LA FILA 000/000.
004210*================================================================
004220 UBICAR-SUCURSAL.
004230     MOVE "N" TO WS_SW_CTA_ENC.
004240     MOVE 0 TO WS_ENTIDAD_BUSQ.
004250     MOVE 0 TO WS_SUCURSAL_BUSQ.
004260     IF NOT CTAM-AUSENTE
004270        READ CTAS_MAESTRO
004280            INVALID KEY
004290                CONTINUE
004300            NOT INVALID KEY
004310                SET CUENTA-ENCONTRADA TO TRUE
004320                MOVE CTAM-ENTIDAD  TO WS_ENTIDAD_BUSQ
004330                MOVE CTAM-SUCURSAL TO WS_SUCURSAL_BUSQ
004340        END-READ
004350     END-IF.
004360     MOVE "N" TO WS_SW_REN_ENC.
004370     PERFORM BUSCAR-FILA-REN
004380         VARYING WS_IDX_BUSQ FROM 1 BY 1
004390         UNTIL WS_IDX_BUSQ > WS_CANT_REN
004400            OR REN-ENCONTRADO.
004410     IF NOT REN-ENCONTRADO
004420        PERFORM AGREGAR-FILA-REN
004430     END-IF.

004440 BUSCAR-FILA-REN.
004450     IF WS_REN-ENTIDAD(WS_IDX_BUSQ) = WS_ENTIDAD_BUSQ
004460        AND WS_REN-SUCURSAL(WS_IDX_BUSQ) = WS_SUCURSAL_BUSQ
004470        MOVE WS_IDX_BUSQ TO WS_IDX_REN
004480        SET REN-ENCONTRADO TO TRUE
004490     END-IF.

004500*================================================================
004510* SUMAR-CODIGO-RECHAZO - CUENTA EL RECHAZO EN LA APERTURA POR
004520* CODIGO DE LA SUCURSAL WS_IDX_REN. CON LA TABLA LLENA SE AVISA
004530* Y EL CODIGO QUEDA SOLO EN EL TOTAL DE LA SUCURSAL.
004540*================================================================
004550 SUMAR-CODIGO-RECHAZO.
004560     MOVE "N" TO WS_SW_RCOD_ENC.
004570     PERFORM BUSCAR-CODIGO-RECHAZO
004580         VARYING WS_IDX_RCOD FROM 1 BY 1
004590         UNTIL WS_IDX_RCOD > WS_CANT_RCOD
004600            OR RCOD-ENCONTRADO.
004610     IF NOT RCOD-ENCONTRADO
004620        IF WS_CANT_RCOD = WS_MAX_RCOD
004630           DISPLAY "SUMAR-CODIGO-RECHAZO - ADVERTENCIA: TABLA "
004640                   "LLENA (" WS_MAX_RCOD "), CODIGO "
004650                   RET-COD-RESULTADO " SIN APERTURA"
004660        ELSE
004670           ADD 1 TO WS_CANT_RCOD
004680           MOVE WS_IDX_REN        TO WS_RCOD-REN(WS_CANT_RCOD)
004690           MOVE RET-COD-RESULTADO TO WS_RCOD-COD(WS_CANT_RCOD)
004700           MOVE 1                 TO WS_RCOD-CANT(WS_CANT_RCOD)
004710        END-IF
004720     END-IF.

004730 BUSCAR-CODIGO-RECHAZO.
004740     IF WS_RCOD-REN(WS_IDX_RCOD) = WS_IDX_REN
004750        AND WS_RCOD-COD(WS_IDX_RCOD) = RET-COD-RESULTADO
004760        ADD 1 TO WS_RCOD-CANT(WS_IDX_RCOD)
004770        SET RCOD-ENCONTRADO TO TRUE
004780     END-IF.

004790*================================================================
004800* ACUMULAR-HISTORIAL - RECHAZOS DE LOS PERIODOS ANTERIORES POR
004810* SUCURSAL, DESDE RECHAZOS-HISTORIAL.DAT. SIN HISTORIAL LAS
004820* TASAS ANTERIORES SALEN EN CERO.
004830*================================================================
004840 ACUMULAR-HISTORIAL.
004850     MOVE 0 TO WS_CANT_HIST_TAB.
004860     OPEN INPUT RECHAZOS_HIST.
004870     IF FS_RCH = "35"
004880        DISPLAY "ACUMULAR-HISTORIAL - SIN HISTORIAL DE RECHAZOS, "
004890                "SIN TASAS DE PERIODOS ANTERIORES"
004900     ELSE
004910        IF FS_RCH NOT = "00"
004920           DISPLAY "Error al abrir Historial de Rechazos: " FS_RCH
004930           STOP RUN
004940        END-IF
004950        PERFORM LEER-RECHAZO-HIST
004960            UNTIL FIN-RCH
004970               OR WS_CANT_HIST_TAB = WS_MAX_HIST
004980        IF WS_CANT_HIST_TAB = WS_MAX_HIST AND NOT FIN-RCH
004990           DISPLAY "ACUMULAR-HISTORIAL - ADVERTENCIA: TABLA "
005000                   "LLENA (" WS_MAX_HIST "), SE IGNORA EL RESTO "
005010                   "DEL HISTORIAL"
005020        END-IF
005030        CLOSE RECHAZOS_HIST
005040     END-IF.

005050 LEER-RECHAZO-HIST.
005060     READ RECHAZOS_HIST
005070         AT END
005080             SET FIN-RCH TO TRUE
005090         NOT AT END
005100             IF RCH-PERIODO NOT < WS_PER_DESDE
005110                AND RCH-PERIODO < WS_PERIODO_ENTRADA
005120                PERFORM VERIFICAR-YA-CONTADO
005130                IF NOT YA-CONTADO
005140                   PERFORM ACUMULAR-FILA-HIST
005150                END-IF
005160             END-IF
005170     END-READ.
005180     IF FS_RCH NOT = "00" AND FS_RCH NOT = "10"
005190        DISPLAY "Error al leer Historial de Rechazos: " FS_RCH
005200        STOP RUN
005210     END-IF.

005220 VERIFICAR-YA-CONTADO.
005230     MOVE "N" TO WS_SW_REPETIDO.
005240     PERFORM BUSCAR-RECHAZO-CONTADO
005250         VARYING WS_IDX_BUSQ FROM 1 BY 1
005260         UNTIL WS_IDX_BUSQ > WS_CANT_HIST_TAB
005270            OR YA-CONTADO.

005280 BUSCAR-RECHAZO-CONTADO.
005290     IF WS_HIST-CUIT(WS_IDX_BUSQ) = RCH-CUIT-CONS
005300        AND WS_HIST-CTA(WS_IDX_BUSQ) = RCH-NRO-CTA
005310        AND WS_HIST-PERIODO(WS_IDX_BUSQ) = RCH-PERIODO
005320        SET YA-CONTADO TO TRUE
005330     END-IF.

005340 ACUMULAR-FILA-HIST.
005350     ADD 1 TO WS_CANT_HIST_TAB.
005360     ADD 1 TO WS_CANT_HIST.
005370     MOVE RCH-CUIT-CONS TO WS_HIST-CUIT(WS_CANT_HIST_TAB).
005380     MOVE RCH-NRO-CTA   TO WS_HIST-CTA(WS_CANT_HIST_TAB).
005390     MOVE RCH-PERIODO   TO WS_HIST-PERIODO(WS_CANT_HIST_TAB).
005400     MOVE RCH-CUIT-CONS TO CTAM-CUIT-CONS.
005410     MOVE RCH-NRO-CTA   TO CTAM-NRO-CTA.
005420     PERFORM UBICAR-SUCURSAL.
005430     PERFORM SUMAR-RECHAZO-ANT
005440         VARYING WS_IDX_ANT FROM 1 BY 1
005450         UNTIL WS_IDX_ANT > WS_PERIODOS_ANT.

005460 SUMAR-RECHAZO-ANT.
005470     IF WS_PER_ANT(WS_IDX_ANT) = RCH-PERIODO
005480        ADD 1 TO WS_REN-RECH-ANT(WS_IDX_REN, WS_IDX_ANT)
005490     END-IF.

005500*================================================================
005510* RESTAR-PERIODO - DEJA EN WS_PER_CALC EL PERIODO (AAAAMM)
005520* ANTERIOR AL QUE TRAIA.
005530*================================================================
005540 RESTAR-PERIODO.
005550     DIVIDE WS_PER_CALC BY 100
005560         GIVING WS_PER_ANIO REMAINDER WS_PER_MES.
005570     IF WS_PER_MES = 1
005580        SUBTRACT 1 FROM WS_PER_ANIO
005590        MOVE 12 TO WS_PER_MES
005600     ELSE
005610        SUBTRACT 1 FROM WS_PER_MES
005620     END-IF.
005630     MULTIPLY WS_PER_ANIO BY 100 GIVING WS_PER_CALC.
005640     ADD WS_PER_MES TO WS_PER_CALC.

005650*================================================================
005660* LISTAR-RENDIMIENTO - TITULO, ENCABEZADO, UN BLOQUE POR CADA
005670* SUCURSAL CON CUENTAS PRESENTADAS EN EL PERIODO, LA LINEA DE
005680* TOTALES Y, APARTE, LAS FILAS DEL RECARGO POR MORA.
005690*================================================================
005700 LISTAR-RENDIMIENTO.
005710     MOVE WS_PERIODO_ENTRADA TO WS_LINTIT-PERIODO.
005720     MOVE WS_UMBRAL_RECHAZO  TO WS_LINTIT-UMBRAL.
005730     MOVE WS_LINEA-TIT TO LINEA-REN.
005740     PERFORM GRABAR-LINEA-REN.
005750     MOVE SPACES TO LINEA-REN.
005760     PERFORM GRABAR-LINEA-REN.
005770     MOVE WS_LINEA-ENC TO LINEA-REN.
005780     PERFORM GRABAR-LINEA-REN.
005790     PERFORM LISTAR-SUCURSAL
005800         VARYING WS_IDX_REN FROM 1 BY 1
005810         UNTIL WS_IDX_REN > WS_CANT_REN.
005820     MOVE SPACES TO LINEA-REN.
005830     PERFORM GRABAR-LINEA-REN.
005840     MOVE WS_TOT_PRES  TO WS_LINTOT-PRES.
005850     MOVE WS_TOT_ACEPT TO WS_LINTOT-ACEPT.
005860     MOVE WS_TOT_RECH  TO WS_LINTOT-RECH.
005870     MOVE 0 TO WS_TASA.
005880     IF WS_TOT_PRES > 0
005890        COMPUTE WS_TASA ROUNDED = WS_TOT_RECH * 100 / WS_TOT_PRES
005900     END-IF.
005910     MOVE WS_TASA TO WS_LINTOT-TASA.
005920     MOVE WS_LINEA-TOT TO LINEA-REN.
005930     PERFORM GRABAR-LINEA-REN.
005940     MOVE WS_TOT_IMP_ACEPT TO WS_LINIMP-ACEPT.
005950     MOVE WS_TOT_IMP_RECH  TO WS_LINIMP-RECH.
005960     MOVE WS_LINEA-IMP TO LINEA-REN.
005970     PERFORM GRABAR-LINEA-REN.
005971     IF WS_CANT_RGO_ACEPT > 0 OR WS_CANT_RGO_RECH > 0
005971        MOVE SPACES TO LINEA-REN
005972        PERFORM GRABAR-LINEA-REN
005973        MOVE WS_CANT_RGO_ACEPT TO WS_LINRGO-ACEPT
005974        MOVE WS_CANT_RGO_RECH  TO WS_LINRGO-RECH
005974        MOVE WS_LINEA-RGO TO LINEA-REN
005975        PERFORM GRABAR-LINEA-REN
005976        MOVE WS_IMP_RGO_ACEPT TO WS_LINIMP-ACEPT
005977        MOVE WS_IMP_RGO_RECH  TO WS_LINIMP-RECH
005977        MOVE WS_LINEA-IMP TO LINEA-REN
005978        PERFORM GRABAR-LINEA-REN
005979     END-IF.

005980 LISTAR-SUCURSAL.
005990     IF WS_REN-CANT-PRES(WS_IDX_REN) > 0
006000        ADD 1 TO WS_CANT_LISTADOS
006010        ADD WS_REN-CANT-PRES(WS_IDX_REN)  TO WS_TOT_PRES
006020        ADD WS_REN-CANT-ACEPT(WS_IDX_REN) TO WS_TOT_ACEPT
006030        ADD WS_REN-CANT-RECH(WS_IDX_REN)  TO WS_TOT_RECH
006040        ADD WS_REN-IMP-ACEPT(WS_IDX_REN)  TO WS_TOT_IMP_ACEPT
006050        ADD WS_REN-IMP-RECH(WS_IDX_REN)   TO WS_TOT_IMP_RECH
006060        PERFORM GRABAR-LINEA-SUCURSAL
006070        PERFORM LISTAR-CODIGO-RECHAZO
006080            VARYING WS_IDX_RCOD FROM 1 BY 1
006090            UNTIL WS_IDX_RCOD > WS_CANT_RCOD
006100        PERFORM LISTAR-PERIODO-ANT
006110            VARYING WS_IDX_ANT FROM 1 BY 1
006120            UNTIL WS_IDX_ANT > WS_PERIODOS_ANT
006130     END-IF.

006140*================================================================
006150* GRABAR-LINEA-SUCURSAL - RENGLON DE LA SUCURSAL CON SU TASA DE
006160* RECHAZO (RECHAZADAS SOBRE PRESENTADAS, EN %) Y LA MARCA SI
006170* SUPERA EL UMBRAL, SEGUIDO DE LOS IMPORTES.
006180*================================================================
006190 GRABAR-LINEA-SUCURSAL.
006200     MOVE WS_REN-ENTIDAD(WS_IDX_REN)    TO WS_LINBCO-ENTIDAD.
006210     MOVE WS_REN-SUCURSAL(WS_IDX_REN)   TO WS_LINBCO-SUCURSAL.
006220     MOVE WS_REN-NOMBRE(WS_IDX_REN)     TO WS_LINBCO-NOMBRE.
006230     MOVE WS_REN-CANT-PRES(WS_IDX_REN)  TO WS_LINBCO-PRES.
006240     MOVE WS_REN-CANT-ACEPT(WS_IDX_REN) TO WS_LINBCO-ACEPT.
006250     MOVE WS_REN-CANT-RECH(WS_IDX_REN)  TO WS_LINBCO-RECH.
006260     COMPUTE WS_TASA ROUNDED =
006270             WS_REN-CANT-RECH(WS_IDX_REN) * 100
006280             / WS_REN-CANT-PRES(WS_IDX_REN).
006290     MOVE WS_TASA TO WS_LINBCO-TASA.
006300     IF WS_TASA > WS_UMBRAL_RECHAZO
006310        MOVE "*SOBRE UMBRAL*" TO WS_LINBCO-MARCA
006320        ADD 1 TO WS_CANT_MARCADOS
006330     ELSE
006340        MOVE SPACES TO WS_LINBCO-MARCA
006350     END-IF.
006360     MOVE WS_LINEA-BCO TO LINEA-REN.
006370     PERFORM GRABAR-LINEA-REN.
006380     MOVE WS_REN-IMP-ACEPT(WS_IDX_REN) TO WS_LINIMP-ACEPT.
006390     MOVE WS_REN-IMP-RECH(WS_IDX_REN)  TO WS_LINIMP-RECH.
006400     MOVE WS_LINEA-IMP TO LINEA-REN.
006410     PERFORM GRABAR-LINEA-REN.

006420 LISTAR-CODIGO-RECHAZO.
006430     IF WS_RCOD-REN(WS_IDX_RCOD) = WS_IDX_REN
006440        MOVE WS_RCOD-COD(WS_IDX_RCOD)  TO WS_LINCOD-COD
006450        MOVE WS_RCOD-CANT(WS_IDX_RCOD) TO WS_LINCOD-CANT
006460        MOVE WS_LINEA-COD TO LINEA-REN
006470        PERFORM GRABAR-LINEA-REN
006480     END-IF.

006490 LISTAR-PERIODO-ANT.
006500     MOVE WS_PER_ANT(WS_IDX_ANT) TO WS_LINANT-PERIODO.
006510     MOVE WS_REN-RECH-ANT(WS_IDX_REN, WS_IDX_ANT)
006520          TO WS_LINANT-RECH.
006530     COMPUTE WS_TASA ROUNDED =
006540             WS_REN-RECH-ANT(WS_IDX_REN, WS_IDX_ANT) * 100
006550             / WS_REN-CANT-PRES(WS_IDX_REN)
006560         ON SIZE ERROR
006570             MOVE 999.99 TO WS_TASA
006580     END-COMPUTE.
006590     MOVE WS_TASA TO WS_LINANT-TASA.
006600     MOVE WS_LINEA-ANT TO LINEA-REN.
006610     PERFORM GRABAR-LINEA-REN.

006620 GRABAR-LINEA-REN.
006630     WRITE LINEA-REN.
006640     IF FS_REN NOT = "00"
006650        DISPLAY "Error al grabar Reporte de Rendimiento: " FS_REN
006660        STOP RUN
006670     END-IF.

006680*================================================================
006690* MOSTRAR-RESUMEN - TOTALES DE LA CORRIDA
006700*================================================================
006710 MOSTRAR-RESUMEN.
006720     DISPLAY "RENDBAN - RESUMEN DEL PERIODO " WS_PERIODO_ENTRADA.
006730     DISPLAY "FILAS DEL RETORNO LEIDAS..: " WS_CANT_RET.
006740     DISPLAY "FILAS DEL PERIODO.........: " WS_CANT_RET_PERIODO.
006750     DISPLAY "FILAS SIN CUENTA..........: " WS_CANT_SIN_CUENTA.
006753     DISPLAY "FILAS DE RECARGO ACEPTADAS: " WS_CANT_RGO_ACEPT.
006756     DISPLAY "FILAS DE RECARGO RECHAZ...: " WS_CANT_RGO_RECH.
006760     DISPLAY "RECHAZOS ANTERIORES.......: " WS_CANT_HIST.
006770     DISPLAY "SUCURSALES LISTADAS.......: " WS_CANT_LISTADOS.
006780     DISPLAY "SUCURSALES SOBRE UMBRAL...: " WS_CANT_MARCADOS.

006790*================================================================
006800* CERRAR-ARCHIVOS - CIERRE ORDENADO DE TODOS LOS ARCHIVOS
006810*================================================================
006820 CERRAR-ARCHIVOS.
006830     IF CTAM-AUSENTE
006840        CLOSE RETORNO RENDIMIENTO
006850     ELSE
006860        CLOSE RETORNO CTAS_MAESTRO RENDIMIENTO
006870     END-IF.
006879     IF NOT RGO-AUSENTE
006888        CLOSE RECARGOS
006897     END-IF.
