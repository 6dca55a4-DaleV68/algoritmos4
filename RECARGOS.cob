000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECARGOS.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. LIQUIDACION DE RECARGOS POR
000110*                  MORA SOBRE CUOTAS RECHAZADAS, QUE COBRANZAS
000120*                  CALCULABA EN UNA PLANILLA A PARTIR DE
000130*                  ANTIGUEDAD-RECHAZOS.DAT. POR CADA CUIT+PERIODO
000140*                  DE RECHAZOS-HISTORIAL.DAT (COPY RECHREC) QUE
000150*                  SIGUE IMPAGO (NI COBRADO EN SEGUNDA
000160*                  PRESENTACION NI CON EL RECARGO YA COBRADO)
000170*                  CALCULA EL INTERES SIMPLE SOBRE LA CUOTA DE
000180*                  CUOTAS.DAT (COPY CUOTAB) A LA TASA MENSUAL DE
000190*                  TASAS-RECARGO.DAT (COPY TASATAB, MANTENIDO
000200*                  DESDE TASMANT) POR LOS DIAS DE ATRASO DESDE LA
000210*                  CARGA DEL RECHAZO, Y LO GRABA EN RECARGOS.DAT
000220*                  (COPY RECAREC), QUE ALGO4EXP SUMA AL PROXIMO
000230*                  EXTRACTO. EL DETALLE POR PERIODO Y DIAS DE
000240*                  ATRASO SALE EN RECARGOS-LIQUIDACION.DAT.
000250*================================================================

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RECHAZOS_HIST ASSIGN TO DISK
000300                          FILE STATUS IS FS_RCH.

000310     SELECT CUOTAS       ASSIGN TO DISK
000320                          FILE STATUS IS FS_CUO.

000330     SELECT TASAS        ASSIGN TO DISK
000340                          FILE STATUS IS FS_TAS.

000350     SELECT MAESTRO      ASSIGN TO DISK
000360                          ORGANIZATION IS INDEXED
000370                          ACCESS MODE IS DYNAMIC
000380                          RECORD KEY IS MAE-CUIT-CONS
000390                          FILE STATUS IS FS_MAE.

000400     SELECT SEGUNDA_PRES ASSIGN TO DISK
000410                          ORGANIZATION IS INDEXED
000420                          ACCESS MODE IS DYNAMIC
000430                          RECORD KEY IS SEG-CLAVE
000440                          FILE STATUS IS FS_SEG.

000450     SELECT RECARGOS     ASSIGN TO DISK
000460                          ORGANIZATION IS INDEXED
000470                          ACCESS MODE IS DYNAMIC
000480                          RECORD KEY IS RGO-CLAVE
000490                          FILE STATUS IS FS_RGO.

000500     SELECT LIQUIDACION  ASSIGN TO DISK
000510                          FILE STATUS IS FS_LIQ.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RECHAZOS_HIST LABEL RECORD IS STANDARD
000550            VALUE OF FILE-ID IS "rechazos-historial.dat".

000560     COPY RECHREC.

000570 FD  CUOTAS LABEL RECORD IS STANDARD
000580            VALUE OF FILE-ID IS "cuotas.dat".

000590 01  CUO.
000600     03 CUO-CUIT-CONS           PIC 9(15).
000610     03 CUO-IMPORTE             PIC 9(07)V99.

000620 FD  TASAS LABEL RECORD IS STANDARD
000630           VALUE OF FILE-ID IS "tasas-recargo.dat".

000640 01  TAS.
000650     03 TAS-PERIODO             PIC 9(06).
000660     03 TAS-PORC                PIC 9(02)V99.

000670 FD  MAESTRO LABEL RECORD IS STANDARD
000680             VALUE OF FILE-ID IS "maestro.dat".

000690     COPY MAEREC.

000700 FD  SEGUNDA_PRES LABEL RECORD IS STANDARD
000710             VALUE OF FILE-ID IS "segunda-presentacion.dat".

000720     COPY SEGPREC.

000730 FD  RECARGOS LABEL RECORD IS STANDARD
000740             VALUE OF FILE-ID IS "recargos.dat".

000750     COPY RECAREC.

000760*----------------------------------------------------------------
000770* LIQUIDACION - DETALLE PARA COBRANZAS: LOS PERIODOS QUE NO SE
000780* PUDIERON LIQUIDAR (SIN CUOTA O SIN TASA) Y, POR CONSORCIO,
000790* CADA RECARGO PENDIENTE DE COBRO CON SUS DIAS DE ATRASO, TASA,
000800* CUOTA E IMPORTE, CON TOTAL POR CONSORCIO Y GENERAL.
000810*----------------------------------------------------------------
000820 FD  LIQUIDACION LABEL RECORD OMITTED
000830             VALUE OF FILE-ID IS "recargos-liquidacion.dat".

000840 01  LINEA-LIQ                  PIC X(80).

000850 WORKING-STORAGE SECTION.
000860 77  FS_RCH                PIC XX.
000870 77  FS_CUO                PIC XX.
000880 77  FS_TAS                PIC XX.
000890 77  FS_MAE                PIC XX.
000900 77  FS_SEG                PIC XX.
000910 77  FS_RGO                PIC XX.
000920 77  FS_LIQ                PIC XX.
000930 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
000940 77  WS_CANT_HIST_LEIDAS   PIC 9(10) VALUE 0.
000950 77  WS_CANT_NUEVOS        PIC 9(10) VALUE 0.
000960 77  WS_CANT_RECALC        PIC 9(10) VALUE 0.
000970 77  WS_CANT_FACTURADOS    PIC 9(10) VALUE 0.
000980 77  WS_CANT_COBRADOS      PIC 9(10) VALUE 0.
000990 77  WS_CANT_COBRADO_SEG   PIC 9(10) VALUE 0.
001000 77  WS_CANT_ANULADOS      PIC 9(10) VALUE 0.
001010 77  WS_CANT_SIN_CUOTA     PIC 9(10) VALUE 0.
001020 77  WS_CANT_SIN_TASA      PIC 9(10) VALUE 0.
001030 77  WS_CANT_LISTADOS      PIC 9(10) VALUE 0.
001040 77  WS_TOT_CONSORCIO      PIC 9(09)V99 VALUE 0.
001050 77  WS_TOT_GENERAL        PIC 9(11)V99 VALUE 0.
001060 77  WS_IMP_EDIT           PIC Z(10)9.99.
001070 77  WS_CUIT_ANTERIOR      PIC 9(15) VALUE 0.

001080*----------------------------------------------------------------
001090* CUOTAS Y TASAS VIGENTES EN MEMORIA. LA TASA DE UN PERIODO ES
001100* LA DEL MAYOR PERIODO DEL CATALOGO QUE NO LO SUPERA.
001110*----------------------------------------------------------------
001120 77  WS_MAX_CUOTAS         PIC 9(04) VALUE 2000.
001130 77  WS_IDX_CUO            PIC 9(04) VALUE 0.
001140 77  WS_CUOTA_VIG          PIC 9(07)V99 VALUE 0.
001150 77  WS_MAX_TASAS          PIC 9(04) VALUE 300.
001160 77  WS_IDX_TAS            PIC 9(04) VALUE 0.
001170 77  WS_TASA_VIG           PIC 9(02)V99 VALUE 0.
001180 77  WS_TASA_PER_VIG       PIC 9(06) VALUE 0.

001190     COPY CUOTAB.

001200     COPY TASATAB.

001210*----------------------------------------------------------------
001220* PERIODOS RECHAZADOS EN MEMORIA, UNO POR CUIT+PERIODO: UN
001230* CONSORCIO CON VARIAS CUENTAS RECHAZADAS EN EL MISMO PERIODO
001240* (O UNA DOBLE CARGA DEL RETORNO) DEBE UNA SOLA CUOTA. SE
001250* CONSERVA LA CARGA DE RECHAZO MAS ANTIGUA.
001260*----------------------------------------------------------------
001270 77  WS_MAX_HIST           PIC 9(04) VALUE 5000.
001280 77  WS_IDX_HIST           PIC 9(04) VALUE 0.
001290 77  WS_IDX_BUSQ           PIC 9(04) VALUE 0.

001300 01  WS_TABLA_HIST.
001310     03 WS_CANT_HIST_TAB   PIC 9(04) VALUE 0.
001320     03 WS_HIST OCCURS 5000 TIMES.
001330        05 WS_HIST-CUIT        PIC 9(15).
001340        05 WS_HIST-PERIODO     PIC 9(06).
001350        05 WS_HIST-CTA         PIC 9(08).
001360        05 WS_HIST-FECHA       PIC 9(08).

001370*----------------------------------------------------------------
001380* DIAS DE ATRASO: CADA FECHA AAAAMMDD SE PASA A UN NUMERO DE
001390* DIA ABSOLUTO (DIAS DESDE EL 01/01/0001, CON LOS BISIESTOS DEL
001400* CALENDARIO GREGORIANO) Y SE RESTAN. EL INTERES ES SIMPLE:
001410* CUOTA X TASA MENSUAL / 100 X DIAS / 30.
001420*----------------------------------------------------------------
001430 77  WS_FEC_CALC           PIC 9(08) VALUE 0.
001440 77  WS_FEC_ANIO           PIC 9(04) VALUE 0.
001450 77  WS_FEC_MMDD           PIC 9(04) VALUE 0.
001460 77  WS_FEC_MES            PIC 9(02) VALUE 0.
001470 77  WS_FEC_DIA            PIC 9(02) VALUE 0.
001480 77  WS_FEC_ANIO_ANT       PIC 9(04) VALUE 0.
001490 77  WS_FEC_COCIENTE       PIC 9(07) VALUE 0.
001500 77  WS_FEC_RESTO          PIC 9(04) VALUE 0.
001510 77  WS_DIA_ABS            PIC 9(07) VALUE 0.
001520 77  WS_DIA_ABS_HOY        PIC 9(07) VALUE 0.
001530 77  WS_DIAS_ATRASO        PIC 9(05) VALUE 0.

001540 01  WS_DIAS_ACUM_MES      PIC X(36)
001550         VALUE "000031059090120151181212243273304334".
001560 01  WS_DIAS_ACUM-R REDEFINES WS_DIAS_ACUM_MES.
001570     03 WS_DIAS_ACUM       PIC 9(03) OCCURS 12 TIMES.

001580 01  WS_SWITCHES.
001590     03 WS_SW_FIN_RCH      PIC X(01) VALUE "N".
001600        88 FIN-RCH                  VALUE "S".
001610     03 WS_SW_FIN_RGO      PIC X(01) VALUE "N".
001620        88 FIN-RGO                  VALUE "S".
001630     03 WS_SW_SEG_AUSENTE  PIC X(01) VALUE "N".
001640        88 SEG-AUSENTE              VALUE "S".
001650     03 WS_SW_REPETIDO     PIC X(01) VALUE "N".
001660        88 YA-CARGADO               VALUE "S".
001670     03 WS_SW_CUOTA_ENC    PIC X(01) VALUE "N".
001680        88 CUOTA-ENCONTRADA         VALUE "S".
001690     03 WS_SW_TASA_ENC     PIC X(01) VALUE "N".
001700        88 TASA-ENCONTRADA          VALUE "S".
001710     03 WS_SW_COBRADO_SEG  PIC X(01) VALUE "N".
001720        88 COBRADO-EN-SEGUNDA       VALUE "S".
001730     03 WS_SW_RGO_EXISTE   PIC X(01) VALUE "N".
001740        88 RGO-EXISTE               VALUE "S".

001750*----------------------------------------------------------------
001760* RENGLONES DEL DETALLE DE LIQUIDACION
001770*----------------------------------------------------------------
001780 01  WS_LINEA-TIT.
001790     03 FILLER             PIC X(36)
001800         VALUE "LIQUIDACION DE RECARGOS POR MORA AL ".
001810     03 WS_LINTIT-FECHA    PIC 9(08).

001820 01  WS_LINEA-EXC.
001830     03 FILLER             PIC X(02) VALUE SPACES.
001840     03 WS_LINEXC-CUIT     PIC 9(15).
001850     03 FILLER             PIC X(02) VALUE SPACES.
001860     03 WS_LINEXC-PERIODO  PIC 9(06).
001870     03 FILLER             PIC X(02) VALUE SPACES.
001880     03 WS_LINEXC-MOTIVO   PIC X(40).

001890 01  WS_LINEA-CONS.
001900     03 FILLER             PIC X(02) VALUE SPACES.
001910     03 WS_LINCONS-CUIT    PIC 9(15).
001920     03 FILLER             PIC X(02) VALUE SPACES.
001930     03 WS_LINCONS-NOMBRE  PIC X(30).

001940 01  WS_LINEA-ENC.
001950     03 FILLER             PIC X(48) VALUE
001960         "      PERIODO RECHAZO    DIAS  TASA%       CUOTA".
001970     03 FILLER             PIC X(20) VALUE
001980         "     RECARGO  ESTADO".

001990 01  WS_LINEA-DET.
002000     03 FILLER             PIC X(06) VALUE SPACES.
002010     03 WS_LINDET-PERIODO  PIC 9(06).
002020     03 FILLER             PIC X(02) VALUE SPACES.
002030     03 WS_LINDET-FECHA    PIC 9(08).
002040     03 FILLER             PIC X(02) VALUE SPACES.
002050     03 WS_LINDET-DIAS     PIC ZZZZ9.
002060     03 FILLER             PIC X(02) VALUE SPACES.
002070     03 WS_LINDET-TASA     PIC Z9.99.
002080     03 FILLER             PIC X(02) VALUE SPACES.
002090     03 WS_LINDET-CUOTA    PIC Z(06)9.99.
002100     03 FILLER             PIC X(02) VALUE SPACES.
002110     03 WS_LINDET-IMPORTE  PIC Z(06)9.99.
002120     03 FILLER             PIC X(02) VALUE SPACES.
002130     03 WS_LINDET-ESTADO   PIC X(10).

002140 01  WS_LINEA-TOT.
002150     03 FILLER             PIC X(06) VALUE SPACES.
002160     03 WS_LINTOT-TITULO   PIC X(30).
002170     03 WS_LINTOT-IMPORTE  PIC Z(10)9.99.

002180 PROCEDURE DIVISION.
002190     PERFORM INICIALIZAR.
002200     PERFORM CARGAR-TABLA-CUOTAS.
002210     PERFORM CARGAR-TABLA-TASAS.
002220     PERFORM CARGAR-HISTORIAL.
002230     PERFORM LIQUIDAR-PERIODOS.
002240     PERFORM LISTAR-PENDIENTES.
002250     PERFORM MOSTRAR-RESUMEN.
002260     PERFORM CERRAR-ARCHIVOS.
002270     STOP RUN.

002280*================================================================
002290* INICIALIZAR - FECHA DE LIQUIDACION (LA DEL SISTEMA) Y APERTURA
002300* DE LOS ARCHIVOS. SIN HISTORIAL DE RECHAZOS NO HAY NADA QUE
002310* LIQUIDAR. SEGUNDA-PRESENTACION.DAT SOLO SE CONSULTA Y PUEDE NO
002320* EXISTIR; RECARGOS.DAT SE CREA EN LA PRIMERA LIQUIDACION.
002330*================================================================
002340 INICIALIZAR.
002350     DISPLAY "RECARGOS INICIA".
002360     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
002370     MOVE WS_FECHA_SISTEMA TO WS_FEC_CALC.
002380     PERFORM CALCULAR-DIA-ABSOLUTO.
002390     MOVE WS_DIA_ABS TO WS_DIA_ABS_HOY.
002400     OPEN INPUT RECHAZOS_HIST.
002410     IF FS_RCH = "35"
002420        DISPLAY "NO EXISTE EL HISTORIAL DE RECHAZOS TODAVIA."
002430        STOP RUN
002440     END-IF.
002450     IF FS_RCH NOT = "00"
002460        DISPLAY "Error al abrir Historial de Rechazos: " FS_RCH
002470        STOP RUN
002480     END-IF.
002490     OPEN INPUT MAESTRO.
002500     IF FS_MAE NOT = "00"
002510        DISPLAY "Error al abrir Maestro: " FS_MAE
002520        STOP RUN
002530     END-IF.
002540     OPEN INPUT SEGUNDA_PRES.
002550     IF FS_SEG = "35"
002560        SET SEG-AUSENTE TO TRUE
002570     ELSE
002580        IF FS_SEG NOT = "00"
002590           DISPLAY "Error al abrir Segundas Presentaciones: "
002600                   FS_SEG
002610           STOP RUN
002620        END-IF
002630     END-IF.
002640     OPEN I-O RECARGOS.
002650     IF FS_RGO = "35"
002660        OPEN OUTPUT RECARGOS
002670        CLOSE RECARGOS
002680        OPEN I-O RECARGOS
002690     END-IF.
002700     IF FS_RGO NOT = "00"
002710        DISPLAY "Error al abrir Recargos: " FS_RGO
002720        STOP RUN
002730     END-IF.
002740     OPEN OUTPUT LIQUIDACION.
002750     IF FS_LIQ NOT = "00"
002760        DISPLAY "Error al abrir Liquidacion de Recargos: " FS_LIQ
002770        STOP RUN
002780     END-IF.
002790     MOVE WS_FECHA_SISTEMA TO WS_LINTIT-FECHA.
002800     MOVE WS_LINEA-TIT TO LINEA-LIQ.
002810     PERFORM GRABAR-LINEA-LIQ.

002820*================================================================
002830* CARGAR-TABLA-CUOTAS - CARGA CUOTAS.DAT COMPLETO EN MEMORIA. UN
002840* ARCHIVO AUSENTE DEJA LA TABLA VACIA: NINGUN PERIODO SE PUEDE
002850* LIQUIDAR Y TODOS SALEN COMO SIN CUOTA.
002860*================================================================
002870 CARGAR-TABLA-CUOTAS.
002880     MOVE 0 TO WS_CANT_CUOTAS.
002890     OPEN INPUT CUOTAS.
002900     IF FS_CUO = "35"
002910        DISPLAY "CARGAR-TABLA-CUOTAS - SIN CUOTAS.DAT, NO HAY "
002920                "IMPORTE SOBRE EL CUAL LIQUIDAR"
002930     ELSE
002940        IF FS_CUO NOT = "00"
002950           DISPLAY "Error al abrir Archivo de Cuotas: " FS_CUO
002960           STOP RUN
002970        END-IF
002980        PERFORM CARGAR-CUOTA
002990            UNTIL FS_CUO = "10"
003000               OR WS_CANT_CUOTAS = WS_MAX_CUOTAS
003010        IF WS_CANT_CUOTAS = WS_MAX_CUOTAS AND FS_CUO NOT = "10"
003020           DISPLAY "CARGAR-TABLA-CUOTAS - ADVERTENCIA: TABLA "
003030                   "LLENA (" WS_MAX_CUOTAS "), SE IGNORA EL "
003040                   "RESTO DE CUOTAS.DAT"
003050        END-IF
003060        CLOSE CUOTAS
003070     END-IF.

003080 CARGAR-CUOTA.
003090     READ CUOTAS
003100         AT END
003110             MOVE "10" TO FS_CUO
003120         NOT AT END
003130             ADD 1 TO WS_CANT_CUOTAS
003140             MOVE CUO-CUIT-CONS TO WS_CUOTA-CUIT(WS_CANT_CUOTAS)
003150             MOVE CUO-IMPORTE
003160                  TO WS_CUOTA-IMPORTE(WS_CANT_CUOTAS)
003170     END-READ.

003180*================================================================
003190* CARGAR-TABLA-TASAS - CARGA TASAS-RECARGO.DAT EN MEMORIA. SIN
003200* CATALOGO DE TASAS NO HAY CON QUE LIQUIDAR: SE RECHAZA LA
003210* CORRIDA CON RETURN-CODE 8 (RECARGOS.DAT QUEDA COMO ESTABA).
003220*================================================================
003230 CARGAR-TABLA-TASAS.
003240     MOVE 0 TO WS_CANT_TASAS.
003250     OPEN INPUT TASAS.
003260     IF FS_TAS = "35"
003270        DISPLAY "CARGAR-TABLA-TASAS - SIN TASAS-RECARGO.DAT, SE "
003280                "RECHAZA LA LIQUIDACION (CARGAR TASAS CON "
003290                "TASMANT)"
003300        MOVE 8 TO RETURN-CODE
003310        STOP RUN
003320     END-IF.
003330     IF FS_TAS NOT = "00"
003340        DISPLAY "Error al abrir Archivo de Tasas: " FS_TAS
003350        STOP RUN
003360     END-IF.
003370     PERFORM CARGAR-TASA
003380         UNTIL FS_TAS = "10"
003390            OR WS_CANT_TASAS = WS_MAX_TASAS.
003400     IF WS_CANT_TASAS = WS_MAX_TASAS AND FS_TAS NOT = "10"
003410        DISPLAY "CARGAR-TABLA-TASAS - ADVERTENCIA: TABLA LLENA ("
003420                WS_MAX_TASAS "), SE IGNORA EL RESTO DE "
003430                "TASAS-RECARGO.DAT"
003440     END-IF.
003450     CLOSE TASAS.
003460     DISPLAY "CARGAR-TABLA-TASAS - TASAS CARGADAS: "
003470             WS_CANT_TASAS.

003480 CARGAR-TASA.
003490     READ TASAS
003500         AT END
003510             MOVE "10" TO FS_TAS
003520         NOT AT END
003530             ADD 1 TO WS_CANT_TASAS
003540             MOVE TAS-PERIODO TO WS_TASA-PERIODO(WS_CANT_TASAS)
003550             MOVE TAS-PORC    TO WS_TASA-PORC(WS_CANT_TASAS)
003560     END-READ.

003570*================================================================
003580* CARGAR-HISTORIAL - CARGA EL HISTORIAL EN WS_TABLA_HIST, UNA
003590* ENTRADA POR CUIT+PERIODO (CON ADVERTENCIA SI DESBORDA, COMO
003600* LAS DEMAS TABLAS).
003610*================================================================
003620 CARGAR-HISTORIAL.
003630     MOVE 0 TO WS_CANT_HIST_TAB.
003640     PERFORM LEER-RECHAZO-HIST
003650         UNTIL FIN-RCH
003660            OR WS_CANT_HIST_TAB = WS_MAX_HIST.
003670     IF WS_CANT_HIST_TAB = WS_MAX_HIST AND NOT FIN-RCH
003680        DISPLAY "CARGAR-HISTORIAL - ADVERTENCIA: TABLA LLENA ("
003690                WS_MAX_HIST "), SE IGNORA EL RESTO DEL HISTORIAL"
003700     END-IF.
003710     DISPLAY "CARGAR-HISTORIAL - PERIODOS RECHAZADOS: "
003720             WS_CANT_HIST_TAB.

003730 LEER-RECHAZO-HIST.
003740     READ RECHAZOS_HIST
003750         AT END
003760             SET FIN-RCH TO TRUE
003770         NOT AT END
003780             ADD 1 TO WS_CANT_HIST_LEIDAS
003790             PERFORM AGREGAR-PERIODO-HIST
003800     END-READ.
003810     IF FS_RCH NOT = "00" AND FS_RCH NOT = "10"
003820        DISPLAY "Error al leer Historial de Rechazos: " FS_RCH
003830        STOP RUN
003840     END-IF.

003850*================================================================
003860* AGREGAR-PERIODO-HIST - SI EL CUIT+PERIODO YA ESTA EN LA TABLA
003870* SOLO SE QUEDA CON LA FECHA DE CARGA MAS ANTIGUA; SI NO, LO
003880* AGREGA.
003890*================================================================
003900 AGREGAR-PERIODO-HIST.
003910     MOVE "N" TO WS_SW_REPETIDO.
003920     PERFORM BUSCAR-PERIODO-CARGADO
003930         VARYING WS_IDX_BUSQ FROM 1 BY 1
003940         UNTIL WS_IDX_BUSQ > WS_CANT_HIST_TAB
003950            OR YA-CARGADO.
003960     IF NOT YA-CARGADO
003970        ADD 1 TO WS_CANT_HIST_TAB
003980        MOVE RCH-CUIT-CONS   TO WS_HIST-CUIT(WS_CANT_HIST_TAB)
003990        MOVE RCH-PERIODO     TO WS_HIST-PERIODO(WS_CANT_HIST_TAB)
004000        MOVE RCH-NRO-CTA     TO WS_HIST-CTA(WS_CANT_HIST_TAB)
004010        MOVE RCH-FECHA-CARGA TO WS_HIST-FECHA(WS_CANT_HIST_TAB)
004020     END-IF.

004030 BUSCAR-PERIODO-CARGADO.
004040     IF WS_HIST-CUIT(WS_IDX_BUSQ) = RCH-CUIT-CONS
004050        AND WS_HIST-PERIODO(WS_IDX_BUSQ) = RCH-PERIODO
004060        SET YA-CARGADO TO TRUE
004070        IF RCH-FECHA-CARGA < WS_HIST-FECHA(WS_IDX_BUSQ)
004080           MOVE RCH-FECHA-CARGA TO WS_HIST-FECHA(WS_IDX_BUSQ)
004090           MOVE RCH-NRO-CTA     TO WS_HIST-CTA(WS_IDX_BUSQ)
004100        END-IF
004110     END-IF.

004120*================================================================
004130* LIQUIDAR-PERIODOS - POR CADA PERIODO RECHAZADO DECIDE SEGUN LO
004140* QUE YA HAY EN RECARGOS.DAT:
004150*  - COBRADO EN SEGUNDA PRESENTACION: NO HAY RECARGO (UNO TODAVIA
004160*    LIQUIDADO SE ANULA);
004170*  - COBRADO O ANULADO: NO SE VUELVE A LIQUIDAR;
004180*  - FACTURADO: EL IMPORTE QUEDA CONGELADO HASTA EL RETORNO;
004190*  - LIQUIDADO O NUEVO: SE CALCULA CON LA FECHA DE HOY.
004200*================================================================
004210 LIQUIDAR-PERIODOS.
004220     MOVE SPACES TO LINEA-LIQ.
004230     PERFORM GRABAR-LINEA-LIQ.
004240     MOVE "PERIODOS RECHAZADOS SIN LIQUIDAR" TO LINEA-LIQ.
004250     PERFORM GRABAR-LINEA-LIQ.
004260     PERFORM LIQUIDAR-PERIODO
004270         VARYING WS_IDX_HIST FROM 1 BY 1
004280         UNTIL WS_IDX_HIST > WS_CANT_HIST_TAB.

004290 LIQUIDAR-PERIODO.
004300     PERFORM VERIFICAR-COBRADO-SEGUNDA.
004310     MOVE WS_HIST-CUIT(WS_IDX_HIST)    TO RGO-CUIT-CONS.
004320     MOVE WS_HIST-PERIODO(WS_IDX_HIST) TO RGO-PERIODO.
004330     MOVE "S" TO WS_SW_RGO_EXISTE.
004340     READ RECARGOS
004350         INVALID KEY
004360             MOVE "N" TO WS_SW_RGO_EXISTE
004370     END-READ.
004380     EVALUATE TRUE
004390         WHEN COBRADO-EN-SEGUNDA
004400             ADD 1 TO WS_CANT_COBRADO_SEG
004410             IF RGO-EXISTE AND RGO-LIQUIDADO
004420                SET RGO-ANULADO TO TRUE
004430                PERFORM REGRABAR-RECARGO
004440                ADD 1 TO WS_CANT_ANULADOS
004450             END-IF
004460         WHEN RGO-EXISTE AND (RGO-COBRADO OR RGO-ANULADO)
004470             ADD 1 TO WS_CANT_COBRADOS
004480         WHEN RGO-EXISTE AND RGO-FACTURADO
004490             ADD 1 TO WS_CANT_FACTURADOS
004500         WHEN OTHER
004510             PERFORM CALCULAR-RECARGO
004520     END-EVALUATE.

004530*================================================================
004540* VERIFICAR-COBRADO-SEGUNDA - EL PERIODO COBRADO EN SEGUNDA
004550* PRESENTACION (SEG-ACEPTADA) NO ESTA IMPAGO Y NO GENERA RECARGO.
004560*================================================================
004570 VERIFICAR-COBRADO-SEGUNDA.
004580     MOVE "N" TO WS_SW_COBRADO_SEG.
004590     IF NOT SEG-AUSENTE
004600        MOVE WS_HIST-CUIT(WS_IDX_HIST)    TO SEG-CUIT-CONS
004610        MOVE WS_HIST-PERIODO(WS_IDX_HIST) TO SEG-PERIODO
004620        READ SEGUNDA_PRES
004630            INVALID KEY
004640                CONTINUE
004650            NOT INVALID KEY
004660                IF SEG-ACEPTADA
004670                   SET COBRADO-EN-SEGUNDA TO TRUE
004680                END-IF
004690        END-READ
004700     END-IF.

004710*================================================================
004720* CALCULAR-RECARGO - BUSCA CUOTA Y TASA VIGENTES DEL PERIODO;
004730* SIN ALGUNA DE LAS DOS EL PERIODO VA AL DETALLE COMO NO
004740* LIQUIDADO. CON AMBAS CALCULA DIAS DE ATRASO E INTERES Y GRABA
004750* (O REGRABA) EL RECARGO EN ESTADO LIQUIDADO.
004760*================================================================
004770 CALCULAR-RECARGO.
004780     MOVE "N" TO WS_SW_CUOTA_ENC.
004790     PERFORM BUSCAR-CUOTA
004800         VARYING WS_IDX_CUO FROM 1 BY 1
004810         UNTIL WS_IDX_CUO > WS_CANT_CUOTAS
004820            OR CUOTA-ENCONTRADA.
004830     PERFORM BUSCAR-TASA-VIGENTE.
004840     EVALUATE TRUE
004850         WHEN NOT CUOTA-ENCONTRADA OR WS_CUOTA_VIG = 0
004860             ADD 1 TO WS_CANT_SIN_CUOTA
004870             MOVE "SIN CUOTA EN CUOTAS.DAT"
004880                  TO WS_LINEXC-MOTIVO
004890             PERFORM GRABAR-LINEA-EXC
004900         WHEN NOT TASA-ENCONTRADA
004910             ADD 1 TO WS_CANT_SIN_TASA
004920             MOVE "SIN TASA VIGENTE EN TASAS-RECARGO.DAT"
004930                  TO WS_LINEXC-MOTIVO
004940             PERFORM GRABAR-LINEA-EXC
004950         WHEN OTHER
004960             PERFORM ARMAR-RECARGO
004970     END-EVALUATE.

004980 BUSCAR-CUOTA.
004990     IF WS_CUOTA-CUIT(WS_IDX_CUO) = WS_HIST-CUIT(WS_IDX_HIST)
005000        MOVE WS_CUOTA-IMPORTE(WS_IDX_CUO) TO WS_CUOTA_VIG
005010        SET CUOTA-ENCONTRADA TO TRUE
005020     END-IF.

005030*================================================================
005040* BUSCAR-TASA-VIGENTE - LA TASA DEL MAYOR PERIODO DEL CATALOGO
005050* QUE NO SUPERA AL PERIODO RECHAZADO.
005060*================================================================
005070 BUSCAR-TASA-VIGENTE.
005080     MOVE "N" TO WS_SW_TASA_ENC.
005090     MOVE 0 TO WS_TASA_PER_VIG.
005100     MOVE 0 TO WS_TASA_VIG.
005110     PERFORM EVALUAR-TASA
005120         VARYING WS_IDX_TAS FROM 1 BY 1
005130         UNTIL WS_IDX_TAS > WS_CANT_TASAS.

005140 EVALUAR-TASA.
005150     IF WS_TASA-PERIODO(WS_IDX_TAS)
005160           NOT > WS_HIST-PERIODO(WS_IDX_HIST)
005170        AND WS_TASA-PERIODO(WS_IDX_TAS) NOT < WS_TASA_PER_VIG
005180        MOVE WS_TASA-PERIODO(WS_IDX_TAS) TO WS_TASA_PER_VIG
005190        MOVE WS_TASA-PORC(WS_IDX_TAS)    TO WS_TASA_VIG
005200        SET TASA-ENCONTRADA TO TRUE
005210     END-IF.

005220*================================================================
005230* ARMAR-RECARGO - DIAS DE ATRASO DESDE LA CARGA DEL RECHAZO
005240* HASTA HOY E INTERES SIMPLE SOBRE LA CUOTA. UN RECARGO NUEVO SE
005250* GRABA; UNO YA LIQUIDADO SE RECALCULA Y SE REGRABA.
005260*================================================================
005270 ARMAR-RECARGO.
005280     MOVE WS_HIST-FECHA(WS_IDX_HIST) TO WS_FEC_CALC.
005290     PERFORM CALCULAR-DIA-ABSOLUTO.
005300     IF WS_DIA_ABS < WS_DIA_ABS_HOY
005310        SUBTRACT WS_DIA_ABS FROM WS_DIA_ABS_HOY
005320            GIVING WS_DIAS_ATRASO
005330     ELSE
005340        MOVE 0 TO WS_DIAS_ATRASO
005350     END-IF.
005360     IF NOT RGO-EXISTE
005370        MOVE WS_HIST-CUIT(WS_IDX_HIST)    TO RGO-CUIT-CONS
005380        MOVE WS_HIST-PERIODO(WS_IDX_HIST) TO RGO-PERIODO
005390        MOVE 0 TO RGO-PERIODO-FACT
005400        MOVE 0 TO RGO-NRO-CTA-FACT
005410        MOVE 0 TO RGO-FECHA-COBRO
005420     END-IF.
005430     MOVE WS_HIST-CTA(WS_IDX_HIST)   TO RGO-NRO-CTA.
005440     MOVE WS_HIST-FECHA(WS_IDX_HIST) TO RGO-FECHA-RECHAZO.
005450     MOVE WS_CUOTA_VIG               TO RGO-CUOTA.
005460     MOVE WS_TASA_VIG                TO RGO-TASA.
005470     MOVE WS_FECHA_SISTEMA           TO RGO-FECHA-LIQUIDA.
005480     MOVE WS_DIAS_ATRASO             TO RGO-DIAS-ATRASO.
005490     COMPUTE RGO-IMPORTE ROUNDED =
005500         WS_CUOTA_VIG * WS_TASA_VIG * WS_DIAS_ATRASO / 3000.
005510     SET RGO-LIQUIDADO TO TRUE.
005520     IF RGO-EXISTE
005530        PERFORM REGRABAR-RECARGO
005540        ADD 1 TO WS_CANT_RECALC
005550     ELSE
005560        WRITE REG-RECARGO
005570        IF FS_RGO NOT = "00"
005580           DISPLAY "Error al grabar Recargo CUIT "
005590                   RGO-CUIT-CONS ": " FS_RGO
005600           STOP RUN
005610        END-IF
005620        ADD 1 TO WS_CANT_NUEVOS
005630     END-IF.

005640 REGRABAR-RECARGO.
005650     REWRITE REG-RECARGO.
005660     IF FS_RGO NOT = "00"
005670        DISPLAY "Error al regrabar Recargo CUIT "
005680                RGO-CUIT-CONS ": " FS_RGO
005690        STOP RUN
005700     END-IF.

005710*================================================================
005720* CALCULAR-DIA-ABSOLUTO - DEJA EN WS_DIA_ABS EL NUMERO DE DIA
005730* ABSOLUTO DE LA FECHA WS_FEC_CALC (AAAAMMDD): 365 DIAS POR ANIO
005740* COMPLETO MAS LOS BISIESTOS (CADA 4, SALVO SECULARES NO
005750* DIVISIBLES POR 400), LOS DIAS DE LOS MESES COMPLETOS Y EL DIA.
005760*================================================================
005770 CALCULAR-DIA-ABSOLUTO.
005780     DIVIDE WS_FEC_CALC BY 10000
005790         GIVING WS_FEC_ANIO REMAINDER WS_FEC_MMDD.
005800     DIVIDE WS_FEC_MMDD BY 100
005810         GIVING WS_FEC_MES REMAINDER WS_FEC_DIA.
005820     IF WS_FEC_MES < 1 OR WS_FEC_MES > 12 OR WS_FEC_ANIO = 0
005830        MOVE WS_DIA_ABS_HOY TO WS_DIA_ABS
005840     ELSE
005850        SUBTRACT 1 FROM WS_FEC_ANIO GIVING WS_FEC_ANIO_ANT
005860        MULTIPLY WS_FEC_ANIO_ANT BY 365 GIVING WS_DIA_ABS
005870        DIVIDE WS_FEC_ANIO_ANT BY 4 GIVING WS_FEC_COCIENTE
005880        ADD WS_FEC_COCIENTE TO WS_DIA_ABS
005890        DIVIDE WS_FEC_ANIO_ANT BY 100 GIVING WS_FEC_COCIENTE
005900        SUBTRACT WS_FEC_COCIENTE FROM WS_DIA_ABS
005910        DIVIDE WS_FEC_ANIO_ANT BY 400 GIVING WS_FEC_COCIENTE
005920        ADD WS_FEC_COCIENTE TO WS_DIA_ABS
005930        ADD WS_DIAS_ACUM(WS_FEC_MES) TO WS_DIA_ABS
005940        ADD WS_FEC_DIA TO WS_DIA_ABS
005950        IF WS_FEC_MES > 2
005960           PERFORM SUMAR-DIA-BISIESTO
005970        END-IF
005980     END-IF.

005990 SUMAR-DIA-BISIESTO.
006000     DIVIDE WS_FEC_ANIO BY 4
006010         GIVING WS_FEC_COCIENTE REMAINDER WS_FEC_RESTO.
006020     IF WS_FEC_RESTO = 0
006030        DIVIDE WS_FEC_ANIO BY 100
006040            GIVING WS_FEC_COCIENTE REMAINDER WS_FEC_RESTO
006050        IF WS_FEC_RESTO NOT = 0
006060           ADD 1 TO WS_DIA_ABS
006070        ELSE
006080           DIVIDE WS_FEC_ANIO BY 400
006090               GIVING WS_FEC_COCIENTE REMAINDER WS_FEC_RESTO
006100           IF WS_FEC_RESTO = 0
006110              ADD 1 TO WS_DIA_ABS
006120           END-IF
006130        END-IF
006140     END-IF.

006150*================================================================
006160* LISTAR-PENDIENTES - RECORRE RECARGOS.DAT EN ORDEN DE CLAVE
006170* (CUIT+PERIODO) Y LISTA CADA RECARGO TODAVIA NO COBRADO
006180* (LIQUIDADO O FACTURADO), AGRUPADO POR CONSORCIO CON SU TOTAL.
006190*================================================================
006200 LISTAR-PENDIENTES.
006210     MOVE SPACES TO LINEA-LIQ.
006220     PERFORM GRABAR-LINEA-LIQ.
006230     MOVE "RECARGOS PENDIENTES DE COBRO POR CONSORCIO"
006240          TO LINEA-LIQ.
006250     PERFORM GRABAR-LINEA-LIQ.
006260     MOVE WS_LINEA-ENC TO LINEA-LIQ.
006270     PERFORM GRABAR-LINEA-LIQ.
006280     MOVE 0 TO WS_CUIT_ANTERIOR.
006290     MOVE 0 TO RGO-CUIT-CONS.
006300     MOVE 0 TO RGO-PERIODO.
006310     START RECARGOS KEY NOT < RGO-CLAVE
006320         INVALID KEY
006330             SET FIN-RGO TO TRUE
006340     END-START.
006350     PERFORM LISTAR-RECARGO UNTIL FIN-RGO.
006360     IF WS_CUIT_ANTERIOR NOT = 0
006370        PERFORM GRABAR-TOTAL-CONSORCIO
006380     END-IF.
006390     MOVE SPACES TO WS_LINTOT-TITULO.
006400     MOVE "TOTAL GENERAL PENDIENTE" TO WS_LINTOT-TITULO.
006410     MOVE WS_TOT_GENERAL TO WS_LINTOT-IMPORTE.
006420     MOVE WS_LINEA-TOT TO LINEA-LIQ.
006430     PERFORM GRABAR-LINEA-LIQ.

006440 LISTAR-RECARGO.
006450     READ RECARGOS NEXT
006460         AT END
006470             SET FIN-RGO TO TRUE
006480         NOT AT END
006490             IF RGO-LIQUIDADO OR RGO-FACTURADO
006500                PERFORM GRABAR-DETALLE-RECARGO
006510             END-IF
006520     END-READ.
006530     IF FS_RGO NOT = "00" AND FS_RGO NOT = "10"
006540        DISPLAY "Error al leer Recargos: " FS_RGO
006550        STOP RUN
006560     END-IF.

006570*================================================================
006580* GRABAR-DETALLE-RECARGO - AL CAMBIAR DE CONSORCIO CIERRA EL
006590* ANTERIOR Y ABRE EL NUEVO CON SU NOMBRE DE MAESTRO; LUEGO EL
006600* RENGLON DEL PERIODO.
006610*================================================================
006620 GRABAR-DETALLE-RECARGO.
006630     IF RGO-CUIT-CONS NOT = WS_CUIT_ANTERIOR
006640        IF WS_CUIT_ANTERIOR NOT = 0
006650           PERFORM GRABAR-TOTAL-CONSORCIO
006660        END-IF
006670        PERFORM GRABAR-CABECERA-CONSORCIO
006680     END-IF.
006690     MOVE RGO-PERIODO       TO WS_LINDET-PERIODO.
006700     MOVE RGO-FECHA-RECHAZO TO WS_LINDET-FECHA.
006710     MOVE RGO-DIAS-ATRASO   TO WS_LINDET-DIAS.
006720     MOVE RGO-TASA          TO WS_LINDET-TASA.
006730     MOVE RGO-CUOTA         TO WS_LINDET-CUOTA.
006740     MOVE RGO-IMPORTE       TO WS_LINDET-IMPORTE.
006750     IF RGO-FACTURADO
006760        MOVE "FACTURADO" TO WS_LINDET-ESTADO
006770     ELSE
006780        MOVE "LIQUIDADO" TO WS_LINDET-ESTADO
006790     END-IF.
006800     MOVE WS_LINEA-DET TO LINEA-LIQ.
006810     PERFORM GRABAR-LINEA-LIQ.
006820     ADD RGO-IMPORTE TO WS_TOT_CONSORCIO.
006830     ADD RGO-IMPORTE TO WS_TOT_GENERAL.
006840     ADD 1 TO WS_CANT_LISTADOS.

006850 GRABAR-CABECERA-CONSORCIO.
006860     MOVE RGO-CUIT-CONS TO WS_CUIT_ANTERIOR.
006870     MOVE 0 TO WS_TOT_CONSORCIO.
006880     MOVE RGO-CUIT-CONS TO WS_LINCONS-CUIT.
006890     MOVE RGO-CUIT-CONS TO MAE-CUIT-CONS.
006900     READ MAESTRO
006910         INVALID KEY
006920             MOVE "NO FIGURA EN MAESTRO" TO WS_LINCONS-NOMBRE
006930         NOT INVALID KEY
006940             MOVE MAE-NOMBRE-CONSORCIO TO WS_LINCONS-NOMBRE
006950     END-READ.
006960     MOVE WS_LINEA-CONS TO LINEA-LIQ.
006970     PERFORM GRABAR-LINEA-LIQ.

006980 GRABAR-TOTAL-CONSORCIO.
006990     MOVE "TOTAL CONSORCIO" TO WS_LINTOT-TITULO.
007000     MOVE WS_TOT_CONSORCIO TO WS_LINTOT-IMPORTE.
007010     MOVE WS_LINEA-TOT TO LINEA-LIQ.
007020     PERFORM GRABAR-LINEA-LIQ.

007030*================================================================
007040* GRABAR-LINEA-EXC - PERIODO RECHAZADO QUE NO SE PUDO LIQUIDAR,
007050* CON EL MOTIVO YA CARGADO EN WS_LINEXC-MOTIVO.
007060*================================================================
007070 GRABAR-LINEA-EXC.
007080     MOVE WS_HIST-CUIT(WS_IDX_HIST)    TO WS_LINEXC-CUIT.
007090     MOVE WS_HIST-PERIODO(WS_IDX_HIST) TO WS_LINEXC-PERIODO.
007100     MOVE WS_LINEA-EXC TO LINEA-LIQ.
007110     PERFORM GRABAR-LINEA-LIQ.

007120 GRABAR-LINEA-LIQ.
007130     WRITE LINEA-LIQ.
007140     IF FS_LIQ NOT = "00"
007150        DISPLAY "Error al grabar Liquidacion de Recargos: " FS_LIQ
007160        STOP RUN
007170     END-IF.

007180*================================================================
007190* MOSTRAR-RESUMEN - TOTALES DE LA LIQUIDACION
007200*================================================================
007210 MOSTRAR-RESUMEN.
007220     DISPLAY "RECARGOS - RESUMEN DE LA LIQUIDACION AL "
007230             WS_FECHA_SISTEMA.
007240     DISPLAY "FILAS DEL HISTORIAL LEIDAS.: " WS_CANT_HIST_LEIDAS.
007250     DISPLAY "PERIODOS RECHAZADOS........: " WS_CANT_HIST_TAB.
007260     DISPLAY "RECARGOS NUEVOS............: " WS_CANT_NUEVOS.
007270     DISPLAY "RECARGOS RECALCULADOS......: " WS_CANT_RECALC.
007280     DISPLAY "FACTURADOS (SIN RECALCULO).: " WS_CANT_FACTURADOS.
007290     DISPLAY "YA COBRADOS O ANULADOS.....: " WS_CANT_COBRADOS.
007300     DISPLAY "COBRADOS EN 2DA PRESENT....: " WS_CANT_COBRADO_SEG.
007310     DISPLAY "RECARGOS ANULADOS AHORA....: " WS_CANT_ANULADOS.
007320     DISPLAY "PERIODOS SIN CUOTA.........: " WS_CANT_SIN_CUOTA.
007330     DISPLAY "PERIODOS SIN TASA..........: " WS_CANT_SIN_TASA.
007340     DISPLAY "RECARGOS PENDIENTES LISTADOS: " WS_CANT_LISTADOS.
007350     MOVE WS_TOT_GENERAL TO WS_IMP_EDIT.
007360     DISPLAY "TOTAL PENDIENTE EN PESOS...: " WS_IMP_EDIT.

007370*================================================================
007380* CERRAR-ARCHIVOS - CIERRE ORDENADO DE TODOS LOS ARCHIVOS
007390*================================================================
007400 CERRAR-ARCHIVOS.
007410     CLOSE RECHAZOS_HIST MAESTRO RECARGOS LIQUIDACION.
007420     IF NOT SEG-AUSENTE
007430        CLOSE SEGUNDA_PRES
007440     END-IF.
