000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CARTAS.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. CARTAS DE INTIMACION A LOS
000110*                  CONSORCIOS CON DEUDA, QUE COBRANZAS REDACTABA A
000120*                  MANO TOMANDO LA DIRECCION DE MAEMANT. CON EL
000130*                  COBRO DEL PERIODO CERRADO (CICLO-CONTROL.DAT),
000140*                  JUNTA POR CONSORCIO LOS PERIODOS DE
000150*                  RECHAZOS-HISTORIAL.DAT (COPY RECHREC) QUE
000160*                  SIGUEN IMPAGOS (NO COBRADOS EN SEGUNDA
000170*                  PRESENTACION), Y EMITE UNA CARTA POR HOJA EN
000180*                  CARTAS-INTIMACION.DAT CON NOMBRE Y MAE-DIR DEL
000190*                  MAESTRO Y LA CUOTA DE CUOTAS.DAT (COPY CUOTAB)
000200*                  DE CADA PERIODO ADEUDADO. EL MODELO DE CARTA
000210*                  DEPENDE DE LOS PERIODOS ADEUDADOS (PRIMER
000220*                  AVISO, SEGUNDO AVISO, INTIMACION PREJUDICIAL).
000230*                  CADA CARTA SE ASIENTA EN NOTIFICACIONES.DAT
000240*                  (COPY NTFREC), QUE NO DEJA REPETIRLA EN EL
000250*                  MISMO PERIODO. EL DETALLE DE LO EMITIDO Y DE LO
000260*                  QUE NO SE PUDO EMITIR SALE EN
000270*                  CARTAS-CONTROL.DAT.
000271* 2026-10-15  DLV  UN PERIODO CON EL RECARGO COBRADO SE DABA POR
000272*                  PAGO Y SALIA DE LA CARTA: EL RECARGO NO CANCELA
000273*                  LA CUOTA. SOLO EL COBRO EN SEGUNDA PRESENTACION
000274*                  LA CANCELA; YA NO SE LEE RECARGOS.DAT.
000280*================================================================

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RECHAZOS_HIST ASSIGN TO DISK
000330                          FILE STATUS IS FS_RCH.

000340     SELECT CUOTAS       ASSIGN TO DISK
000350                          FILE STATUS IS FS_CUO.

000360     SELECT MAESTRO      ASSIGN TO DISK
000370                          ORGANIZATION IS INDEXED
000380                          ACCESS MODE IS DYNAMIC
000390                          RECORD KEY IS MAE-CUIT-CONS
000400                          FILE STATUS IS FS_MAE.

000410     SELECT SEGUNDA_PRES ASSIGN TO DISK
000420                          ORGANIZATION IS INDEXED
000430                          ACCESS MODE IS DYNAMIC
000440                          RECORD KEY IS SEG-CLAVE
000450                          FILE STATUS IS FS_SEG.

000510     SELECT CICLO        ASSIGN TO DISK
000520                          ORGANIZATION IS INDEXED
000530                          ACCESS MODE IS DYNAMIC
000540                          RECORD KEY IS CIC-PERIODO
000550                          FILE STATUS IS FS_CIC.

000560     SELECT NOTIFICACIONES ASSIGN TO DISK
000570                          ORGANIZATION IS INDEXED
000580                          ACCESS MODE IS DYNAMIC
000590                          RECORD KEY IS NTF-CLAVE
000600                          FILE STATUS IS FS_NTF.

000610     SELECT CARTAS_INT   ASSIGN TO DISK
000620                          FILE STATUS IS FS_CAR.

000630     SELECT CTL_CARTAS   ASSIGN TO DISK
000640                          FILE STATUS IS FS_CTL.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RECHAZOS_HIST LABEL RECORD IS STANDARD
000680            VALUE OF FILE-ID IS "rechazos-historial.dat".

000690     COPY RECHREC.

000700 FD  CUOTAS LABEL RECORD IS STANDARD
000710            VALUE OF FILE-ID IS "cuotas.dat".

000720 01  CUO.
000730     03 CUO-CUIT-CONS           PIC 9(15).
000740     03 CUO-IMPORTE             PIC 9(07)V99.

000750 FD  MAESTRO LABEL RECORD IS STANDARD
000760             VALUE OF FILE-ID IS "maestro.dat".

000770     COPY MAEREC.

000780 FD  SEGUNDA_PRES LABEL RECORD IS STANDARD
000790             VALUE OF FILE-ID IS "segunda-presentacion.dat".

000800     COPY SEGPREC.

000840 FD  CICLO LABEL RECORD IS STANDARD
000850            VALUE OF FILE-ID IS "ciclo-control.dat".

000860     COPY CICLOREC.

000870 FD  NOTIFICACIONES LABEL RECORD IS STANDARD
000880             VALUE OF FILE-ID IS "notificaciones.dat".

000890     COPY NTFREC.

000900*----------------------------------------------------------------
000910* CARTAS_INT - LAS CARTAS PARA IMPRIMIR, UNA POR HOJA: EL PRIMER
000920* RENGLON DE CADA CARTA SALTA DE HOJA.
000930*----------------------------------------------------------------
000940 FD  CARTAS_INT LABEL RECORD OMITTED
000950             VALUE OF FILE-ID IS "cartas-intimacion.dat".

000960 01  LINEA-CARTA                PIC X(80).

000970*----------------------------------------------------------------
000980* CTL_CARTAS - DETALLE PARA COBRANZAS: CADA CARTA EMITIDA CON SU
000990* HOJA, TIPO, PERIODOS E IMPORTE, Y LOS CONSORCIOS CON DEUDA A LOS
001000* QUE NO SE LES EMITIO CARTA, CON EL MOTIVO.
001010*----------------------------------------------------------------
001020 FD  CTL_CARTAS LABEL RECORD OMITTED
001030             VALUE OF FILE-ID IS "cartas-control.dat".

001040 01  LINEA-CTL                  PIC X(80).

001050 WORKING-STORAGE SECTION.
001060 77  FS_RCH                PIC XX.
001070 77  FS_CUO                PIC XX.
001080 77  FS_MAE                PIC XX.
001090 77  FS_SEG                PIC XX.
001110 77  FS_CIC                PIC XX.
001120 77  FS_NTF                PIC XX.
001130 77  FS_CAR                PIC XX.
001140 77  FS_CTL                PIC XX.
001150 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
001160 77  WS_PERIODO_ENTRADA    PIC 9(06) VALUE 0.
001170 77  WS_PER_ANIO           PIC 9(04) VALUE 0.
001180 77  WS_PER_MES            PIC 9(02) VALUE 0.
001190 77  WS_CANT_HIST_LEIDAS   PIC 9(10) VALUE 0.
001200 77  WS_CANT_CONSORCIOS    PIC 9(10) VALUE 0.
001210 77  WS_CANT_CARTAS        PIC 9(10) VALUE 0.
001220 77  WS_CANT_PRIMER        PIC 9(10) VALUE 0.
001230 77  WS_CANT_SEGUNDO       PIC 9(10) VALUE 0.
001240 77  WS_CANT_PREJUDICIAL   PIC 9(10) VALUE 0.
001250 77  WS_CANT_YA_NOTIF      PIC 9(10) VALUE 0.
001260 77  WS_CANT_SIN_MAESTRO   PIC 9(10) VALUE 0.
001270 77  WS_CANT_SIN_CUOTA     PIC 9(10) VALUE 0.
001280 77  WS_TOT_RECLAMADO      PIC 9(11)V99 VALUE 0.
001290 77  WS_IMP_EDIT           PIC Z(10)9.99.

001300*----------------------------------------------------------------
001310* MODELO DE CARTA SEGUN LOS PERIODOS ADEUDADOS: MENOS DE
001320* WS_PER_SEGUNDO_AVISO, PRIMER AVISO; MENOS DE WS_PER_PREJUDICIAL,
001330* SEGUNDO AVISO; DESDE AHI, INTIMACION PREJUDICIAL.
001340*----------------------------------------------------------------
001350 77  WS_PER_SEGUNDO_AVISO  PIC 9(03) VALUE 2.
001360 77  WS_PER_PREJUDICIAL    PIC 9(03) VALUE 3.

001370*----------------------------------------------------------------
001380* DATOS DE LA CARTA EN CURSO. LA CARTA DETALLA HASTA
001390* WS_MAX_PER_CARTA PERIODOS (LOS MAS ANTIGUOS) PARA NO PASARSE DE
001400* LA HOJA; EL TOTAL ADEUDADO SIEMPRE LOS INCLUYE A TODOS.
001410*----------------------------------------------------------------
001420 77  WS_MAX_PER_CARTA      PIC 9(03) VALUE 24.
001430 77  WS_CUIT_CARTA         PIC 9(15) VALUE 0.
001440 77  WS_TIPO_CARTA         PIC 9(01) VALUE 0.
001450 77  WS_CANT_PER_CARTA     PIC 9(03) VALUE 0.
001460 77  WS_CANT_PER_TAB       PIC 9(03) VALUE 0.
001470 77  WS_CANT_PER_MAS       PIC 9(03) VALUE 0.
001480 77  WS_IDX_PER            PIC 9(03) VALUE 0.
001490 77  WS_IDX_TXT            PIC 9(02) VALUE 0.
001500 77  WS_IMP_ADEUDADO       PIC 9(09)V99 VALUE 0.
001510 77  WS_NRO_HOJA           PIC 9(06) VALUE 0.

001520 01  WS_TABLA_PER_CARTA.
001530     03 WS_PER_CARTA OCCURS 24 TIMES.
001540        05 WS_PERC-PERIODO     PIC 9(06).
001550        05 WS_PERC-FECHA       PIC 9(08).

001560 01  WS_FECHA_CARTA        PIC 9(08) VALUE 0.
001570 01  WS_FECHA_CARTA-R REDEFINES WS_FECHA_CARTA.
001580     03 WS_FCH-ANIO        PIC 9(04).
001590     03 WS_FCH-MES         PIC 9(02).
001600     03 WS_FCH-DIA         PIC 9(02).

001610*----------------------------------------------------------------
001620* CUOTAS VIGENTES EN MEMORIA.
001630*----------------------------------------------------------------
001640 77  WS_MAX_CUOTAS         PIC 9(04) VALUE 2000.
001650 77  WS_IDX_CUO            PIC 9(04) VALUE 0.
001660 77  WS_CUOTA_VIG          PIC 9(07)V99 VALUE 0.

001670     COPY CUOTAB.

001680*----------------------------------------------------------------
001690* PERIODOS RECHAZADOS EN MEMORIA HASTA EL PERIODO PEDIDO, UNO POR
001700* CUIT+PERIODO, COMO EN RECARGOS. WS_HIST-SW-CARTA MARCA LOS YA
001710* JUNTADOS EN LA CARTA DE SU CONSORCIO.
001720*----------------------------------------------------------------
001730 77  WS_MAX_HIST           PIC 9(04) VALUE 5000.
001740 77  WS_IDX_HIST           PIC 9(04) VALUE 0.
001750 77  WS_IDX_BUSQ           PIC 9(04) VALUE 0.

001760 01  WS_TABLA_HIST.
001770     03 WS_CANT_HIST_TAB   PIC 9(04) VALUE 0.
001780     03 WS_HIST OCCURS 5000 TIMES.
001790        05 WS_HIST-CUIT        PIC 9(15).
001800        05 WS_HIST-PERIODO     PIC 9(06).
001810        05 WS_HIST-CTA         PIC 9(08).
001820        05 WS_HIST-FECHA       PIC 9(08).
001830        05 WS_HIST-SW-CARTA    PIC X(01).
001840           88 HIST-JUNTADO        VALUE "S".

001850 01  WS_SWITCHES.
001860     03 WS_SW_FIN_RCH      PIC X(01) VALUE "N".
001870        88 FIN-RCH                  VALUE "S".
001880     03 WS_SW_SEG_AUSENTE  PIC X(01) VALUE "N".
001890        88 SEG-AUSENTE              VALUE "S".
001920     03 WS_SW_REPETIDO     PIC X(01) VALUE "N".
001930        88 YA-CARGADO               VALUE "S".
001940     03 WS_SW_CUOTA_ENC    PIC X(01) VALUE "N".
001950        88 CUOTA-ENCONTRADA         VALUE "S".
001960     03 WS_SW_IMPAGO       PIC X(01) VALUE "N".
001970        88 PERIODO-IMPAGO           VALUE "S".
001980     03 WS_SW_MAE_ENC      PIC X(01) VALUE "N".
001990        88 MAE-ENCONTRADO           VALUE "S".
002000     03 WS_SW_NTF_EXISTE   PIC X(01) VALUE "N".
002010        88 NTF-EXISTE               VALUE "S".

002020*----------------------------------------------------------------
002030* MODELOS DE CARTA: POR TIPO, EL TITULO DE LA REFERENCIA, EL
002040* NOMBRE CORTO PARA EL CONTROL Y OCHO RENGLONES DE TEXTO (1 A 5
002050* ANTES DEL DETALLE DE PERIODOS, 6 A 8 DESPUES).
002060*----------------------------------------------------------------
002070 01  WS_TITULOS-CARTA.
002080     03 FILLER             PIC X(25) VALUE "PRIMER AVISO".
002090     03 FILLER             PIC X(25) VALUE "SEGUNDO AVISO".
002100     03 FILLER             PIC X(25)
002110         VALUE "INTIMACION PREJUDICIAL".
002120 01  WS_TITULOS-R REDEFINES WS_TITULOS-CARTA.
002130     03 WS_TITULO-CARTA    PIC X(25) OCCURS 3 TIMES.

002140 01  WS_NOMBRES-CORTOS.
002150     03 FILLER             PIC X(11) VALUE "1ER AVISO".
002160     03 FILLER             PIC X(11) VALUE "2DO AVISO".
002170     03 FILLER             PIC X(11) VALUE "PREJUDICIAL".
002180 01  WS_NOMBRES-R REDEFINES WS_NOMBRES-CORTOS.
002190     03 WS_NOMBRE-CORTO    PIC X(11) OCCURS 3 TIMES.

002200 01  WS_TEXTOS-CARTA.
002210*    PRIMER AVISO
002220     03 FILLER             PIC X(60) VALUE
002230    "NOS DIRIGIMOS A USTEDES PARA INFORMARLES QUE EL DEBITO".
002240     03 FILLER             PIC X(60) VALUE
002250    "AUTOMATICO DE LAS EXPENSAS DEL PERIODO QUE SE DETALLA FUE".
002260     03 FILLER             PIC X(60) VALUE
002270    "RECHAZADO POR LA ENTIDAD BANCARIA. LES SOLICITAMOS".
002280     03 FILLER             PIC X(60) VALUE
002290    "REGULARIZAR EL PAGO A LA BREVEDAD Y VERIFICAR LOS DATOS DE".
002300     03 FILLER             PIC X(60) VALUE
002310    "LA CUENTA DE DEBITO INFORMADA.".
002320     03 FILLER             PIC X(60) VALUE
002330    "SI YA REGULARIZARON LA SITUACION, ROGAMOS DESESTIMAR ESTE".
002340     03 FILLER             PIC X(60) VALUE
002350    "AVISO.".
002360     03 FILLER             PIC X(60) VALUE SPACES.
002370*    SEGUNDO AVISO
002380     03 FILLER             PIC X(60) VALUE
002390    "NO HABIENDO REGISTRADO EL PAGO, REITERAMOS QUE EL DEBITO".
002400     03 FILLER             PIC X(60) VALUE
002410    "AUTOMATICO DE LAS EXPENSAS DE LOS PERIODOS QUE SE DETALLAN".
002420     03 FILLER             PIC X(60) VALUE
002430    "FUE RECHAZADO POR LA ENTIDAD BANCARIA. LES SOLICITAMOS".
002440     03 FILLER             PIC X(60) VALUE
002450    "CANCELAR EL IMPORTE ADEUDADO DENTRO DE LOS 10 DIAS DE".
002460     03 FILLER             PIC X(60) VALUE
002470    "RECIBIDA LA PRESENTE.".
002480     03 FILLER             PIC X(60) VALUE
002490    "VENCIDO ESE PLAZO SIN REGISTRAR EL PAGO, SE LOS INTIMARA".
002500     03 FILLER             PIC X(60) VALUE
002510    "FORMALMENTE. LOS RECARGOS POR MORA SE FACTURAN POR".
002520     03 FILLER             PIC X(60) VALUE
002530    "SEPARADO EN EL PROXIMO DEBITO.".
002540*    INTIMACION PREJUDICIAL
002550     03 FILLER             PIC X(60) VALUE
002560    "POR LA PRESENTE LOS INTIMAMOS A ABONAR EN EL PLAZO".
002570     03 FILLER             PIC X(60) VALUE
002580    "PERENTORIO DE 72 HORAS EL IMPORTE ADEUDADO POR LAS EXPENSAS".
002590     03 FILLER             PIC X(60) VALUE
002600    "DE LOS PERIODOS QUE SE DETALLAN, CUYO DEBITO AUTOMATICO FUE".
002610     03 FILLER             PIC X(60) VALUE
002620    "RECHAZADO POR LA ENTIDAD BANCARIA, MAS LOS RECARGOS POR".
002630     03 FILLER             PIC X(60) VALUE
002640    "MORA QUE CORRESPONDAN.".
002650     03 FILLER             PIC X(60) VALUE
002660    "VENCIDO EL PLAZO SIN REGISTRAR EL PAGO, EL CASO SE DERIVARA".
002670     03 FILLER             PIC X(60) VALUE
002680    "A NUESTROS ASESORES LEGALES PARA INICIAR EL COBRO JUDICIAL,".
002690     03 FILLER             PIC X(60) VALUE
002700    "CON COSTAS A SU CARGO.".
002710 01  WS_TEXTOS-R REDEFINES WS_TEXTOS-CARTA.
002720     03 WS_TEXTO-TIPO OCCURS 3 TIMES.
002730        05 WS_TEXTO-LINEA  PIC X(60) OCCURS 8 TIMES.

002740*----------------------------------------------------------------
002750* RENGLONES DE LA CARTA
002760*----------------------------------------------------------------
002770 01  WS_LINEA-MEMBRETE.
002780     03 FILLER             PIC X(40)
002790         VALUE "CONSORCIOS SA - GERENCIA DE COBRANZAS".
002800     03 FILLER             PIC X(26) VALUE SPACES.
002810     03 FILLER             PIC X(05) VALUE "HOJA ".
002820     03 WS_LINMEM-HOJA     PIC ZZZZZ9.

002830 01  WS_LINEA-FECHA.
002840     03 FILLER             PIC X(52) VALUE SPACES.
002850     03 FILLER             PIC X(14) VALUE "BUENOS AIRES, ".
002860     03 WS_LINFEC-DIA      PIC 9(02).
002870     03 FILLER             PIC X(01) VALUE "/".
002880     03 WS_LINFEC-MES      PIC 9(02).
002890     03 FILLER             PIC X(01) VALUE "/".
002900     03 WS_LINFEC-ANIO     PIC 9(04).

002910 01  WS_LINEA-TEXTO.
002920     03 FILLER             PIC X(08) VALUE SPACES.
002930     03 WS_LINTXT-TEXTO    PIC X(60).

002940 01  WS_LINEA-CUIT.
002950     03 FILLER             PIC X(08) VALUE SPACES.
002960     03 FILLER             PIC X(06) VALUE "CUIT: ".
002970     03 WS_LINCUIT-CUIT    PIC 9(15).

002980 01  WS_LINEA-REF.
002990     03 FILLER             PIC X(08) VALUE SPACES.
003000     03 FILLER             PIC X(06) VALUE "REF.: ".
003010     03 WS_LINREF-TITULO   PIC X(25).
003020     03 FILLER             PIC X(17) VALUE "DEUDA AL PERIODO ".
003030     03 WS_LINREF-PERIODO  PIC 9(06).

003040 01  WS_LINEA-ENC-PER.
003050     03 FILLER             PIC X(08) VALUE SPACES.
003060     03 FILLER             PIC X(32)
003070         VALUE "PERIODO   RECHAZO        IMPORTE".

003080 01  WS_LINEA-PER.
003090     03 FILLER             PIC X(08) VALUE SPACES.
003100     03 WS_LINPER-PERIODO  PIC 9(06).
003110     03 FILLER             PIC X(04) VALUE SPACES.
003120     03 WS_LINPER-FECHA    PIC 9(08).
003130     03 FILLER             PIC X(04) VALUE SPACES.
003140     03 WS_LINPER-IMPORTE  PIC Z(06)9.99.

003150 01  WS_LINEA-PER-MAS.
003160     03 FILLER             PIC X(08) VALUE SPACES.
003170     03 FILLER             PIC X(02) VALUE "Y ".
003180     03 WS_LINMAS-CANT     PIC ZZ9.
003190     03 FILLER             PIC X(13) VALUE " PERIODOS MAS".

003200 01  WS_LINEA-TOT-CARTA.
003210     03 FILLER             PIC X(08) VALUE SPACES.
003220     03 WS_LINTOTC-TITULO  PIC X(20).
003230     03 WS_LINTOTC-IMPORTE PIC Z(08)9.99.

003240 01  WS_LINEA-CANT-PER.
003250     03 FILLER             PIC X(08) VALUE SPACES.
003260     03 FILLER             PIC X(20) VALUE "PERIODOS ADEUDADOS".
003270     03 FILLER             PIC X(09) VALUE SPACES.
003280     03 WS_LINCANT-CANT    PIC ZZ9.

003290*----------------------------------------------------------------
003300* RENGLONES DEL CONTROL DE EMISION
003310*----------------------------------------------------------------
003320 01  WS_LINEA-TIT.
003330     03 FILLER             PIC X(37)
003340         VALUE "CARTAS DE INTIMACION - DEUDA AL PER. ".
003350     03 WS_LINTIT-PERIODO  PIC 9(06).
003360     03 FILLER             PIC X(13) VALUE " - EMITIDAS ".
003370     03 WS_LINTIT-FECHA    PIC 9(08).

003380 01  WS_LINEA-ENC.
003390     03 FILLER             PIC X(48) VALUE
003400         "   HOJA CUIT             NOMBRE                 ".
003410     03 FILLER             PIC X(28) VALUE
003420         "TIPO        PER      IMPORTE".

003430 01  WS_LINEA-DET.
003440     03 FILLER             PIC X(01) VALUE SPACES.
003450     03 WS_LINDET-HOJA     PIC ZZZZZ9.
003460     03 FILLER             PIC X(01) VALUE SPACES.
003470     03 WS_LINDET-CUIT     PIC 9(15).
003480     03 FILLER             PIC X(02) VALUE SPACES.
003490     03 WS_LINDET-NOMBRE   PIC X(22).
003500     03 FILLER             PIC X(01) VALUE SPACES.
003510     03 WS_LINDET-TIPO     PIC X(11).
003520     03 FILLER             PIC X(01) VALUE SPACES.
003530     03 WS_LINDET-CANT     PIC ZZ9.
003540     03 FILLER             PIC X(01) VALUE SPACES.
003550     03 WS_LINDET-IMPORTE  PIC Z(08)9.99.

003560 01  WS_LINEA-EXC.
003570     03 FILLER             PIC X(08) VALUE SPACES.
003580     03 WS_LINEXC-CUIT     PIC 9(15).
003590     03 FILLER             PIC X(02) VALUE SPACES.
003600     03 WS_LINEXC-CANT     PIC ZZ9.
003610     03 FILLER             PIC X(02) VALUE SPACES.
003620     03 WS_LINEXC-MOTIVO   PIC X(40).

003630 01  WS_LINEA-TOT.
003640     03 FILLER             PIC X(08) VALUE SPACES.
003650     03 WS_LINTOT-TITULO   PIC X(30).
003660     03 WS_LINTOT-IMPORTE  PIC Z(10)9.99.

003670 PROCEDURE DIVISION.
003680     PERFORM INICIALIZAR.
003690     PERFORM VERIFICAR-CICLO.
003700     PERFORM ABRIR-ARCHIVOS.
003710     PERFORM CARGAR-TABLA-CUOTAS.
003720     PERFORM CARGAR-HISTORIAL.
003730     PERFORM EMITIR-CARTAS.
003740     PERFORM MOSTRAR-RESUMEN.
003750     PERFORM CERRAR-ARCHIVOS.
003760     STOP RUN.

003770*================================================================
003780* INICIALIZAR - PIDE EL PERIODO HASTA EL CUAL SE RECLAMA LA DEUDA
003790* (NORMALMENTE EL DEL ULTIMO RETORNO CARGADO). LA FECHA DE LAS
003800* CARTAS ES LA DEL SISTEMA.
003810*================================================================
003820 INICIALIZAR.
003830     DISPLAY "CARTAS INICIA".
003840     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
003850     DISPLAY "PERIODO DE LA DEUDA A RECLAMAR (AAAAMM): "
003860             WITH NO ADVANCING.
003870     ACCEPT WS_PERIODO_ENTRADA.
003880     DIVIDE WS_PERIODO_ENTRADA BY 100
003890         GIVING WS_PER_ANIO REMAINDER WS_PER_MES.
003900     IF WS_PER_ANIO < 2000 OR WS_PER_MES < 1 OR WS_PER_MES > 12
003910        DISPLAY "PERIODO INVALIDO."
003920        STOP RUN
003930     END-IF.

003940*================================================================
003950* VERIFICAR-CICLO - LA DEUDA DE UN PERIODO RECIEN ES FIRME CON SU
003960* COBRO CERRADO: RETORNO Y RETORNO DE LA SEGUNDA PRESENTACION
003970* CARGADOS (UN PERIODO COBRADO EN SEGUNDA PRESENTACION NO SE
003980* RECLAMA). SI NO, SE RECHAZA LA CORRIDA CON RETURN-CODE 8.
003990*================================================================
004000 VERIFICAR-CICLO.
004010     OPEN INPUT CICLO.
004020     IF FS_CIC = "35"
004030        DISPLAY "VERIFICAR-CICLO - SIN CONTROL DE CICLO: EL "
004040                "RETORNO DEL PERIODO " WS_PERIODO_ENTRADA
004050                " NO REGISTRO SU CARGA, SE RECHAZA LA CORRIDA"
004060        MOVE 8 TO RETURN-CODE
004070        STOP RUN
004080     END-IF.
004090     IF FS_CIC NOT = "00"
004100        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
004110        STOP RUN
004120     END-IF.
004130     MOVE WS_PERIODO_ENTRADA TO CIC-PERIODO.
004140     READ CICLO
004150         INVALID KEY
004160             MOVE 0 TO CIC-FECHA-RETORNO
004170             MOVE 0 TO CIC-FECHA-RET-SEGUNDA
004180     END-READ.
004190     IF CIC-FECHA-RETORNO = 0 OR CIC-FECHA-RET-SEGUNDA = 0
004200        DISPLAY "VERIFICAR-CICLO - EL COBRO DEL PERIODO "
004210                WS_PERIODO_ENTRADA " NO ESTA CERRADO (RETORNO "
004220                CIC-FECHA-RETORNO " Y RETORNO 2DA "
004230                CIC-FECHA-RET-SEGUNDA "), SE RECHAZA LA CORRIDA"
004240        MOVE 8 TO RETURN-CODE
004250        STOP RUN
004260     END-IF.
004270     CLOSE CICLO.

004280*================================================================
004290* ABRIR-ARCHIVOS - SIN HISTORIAL DE RECHAZOS NO HAY DEUDA QUE
004300* RECLAMAR. SEGUNDA-PRESENTACION.DAT SOLO SE CONSULTA Y PUEDE
004310* NO EXISTIR; NOTIFICACIONES.DAT SE CREA CON LA
004320* PRIMERA EMISION.
004330*================================================================
004340 ABRIR-ARCHIVOS.
004350     OPEN INPUT RECHAZOS_HIST.
004360     IF FS_RCH = "35"
004370        DISPLAY "NO EXISTE EL HISTORIAL DE RECHAZOS TODAVIA."
004380        STOP RUN
004390     END-IF.
004400     IF FS_RCH NOT = "00"
004410        DISPLAY "Error al abrir Historial de Rechazos: " FS_RCH
004420        STOP RUN
004430     END-IF.
004440     OPEN INPUT MAESTRO.
004450     IF FS_MAE NOT = "00"
004460        DISPLAY "Error al abrir Maestro: " FS_MAE
004470        STOP RUN
004480     END-IF.
004490     OPEN INPUT SEGUNDA_PRES.
004500     IF FS_SEG = "35"
004510        SET SEG-AUSENTE TO TRUE
004520     ELSE
004530        IF FS_SEG NOT = "00"
004540           DISPLAY "Error al abrir Segundas Presentaciones: "
004550                   FS_SEG
004650           STOP RUN
004660        END-IF
004670     END-IF.
004680     OPEN I-O NOTIFICACIONES.
004690     IF FS_NTF = "35"
004700        OPEN OUTPUT NOTIFICACIONES
004710        CLOSE NOTIFICACIONES
004720        OPEN I-O NOTIFICACIONES
004730     END-IF.
004740     IF FS_NTF NOT = "00"
004750        DISPLAY "Error al abrir Notificaciones: " FS_NTF
004760        STOP RUN
004770     END-IF.
004780     OPEN OUTPUT CARTAS_INT.
004790     IF FS_CAR NOT = "00"
004800        DISPLAY "Error al abrir Cartas de Intimacion: " FS_CAR
004810        STOP RUN
004820     END-IF.
004830     OPEN OUTPUT CTL_CARTAS.
004840     IF FS_CTL NOT = "00"
004850        DISPLAY "Error al abrir Control de Cartas: " FS_CTL
004860        STOP RUN
004870     END-IF.
004880     MOVE WS_PERIODO_ENTRADA TO WS_LINTIT-PERIODO.
004890     MOVE WS_FECHA_SISTEMA   TO WS_LINTIT-FECHA.
004900     MOVE WS_LINEA-TIT TO LINEA-CTL.
004910     PERFORM GRABAR-LINEA-CTL.

004920*================================================================
004930* CARGAR-TABLA-CUOTAS - CARGA CUOTAS.DAT COMPLETO EN MEMORIA. UN
004940* ARCHIVO AUSENTE DEJA LA TABLA VACIA: NINGUNA CARTA LLEVA IMPORTE
004950* Y TODOS LOS CONSORCIOS SALEN COMO SIN CUOTA.
004960*================================================================
004970 CARGAR-TABLA-CUOTAS.
004980     MOVE 0 TO WS_CANT_CUOTAS.
004990     OPEN INPUT CUOTAS.
005000     IF FS_CUO = "35"
005010        DISPLAY "CARGAR-TABLA-CUOTAS - SIN CUOTAS.DAT, NO HAY "
005020                "IMPORTE QUE RECLAMAR"
005030     ELSE
005040        IF FS_CUO NOT = "00"
005050           DISPLAY "Error al abrir Archivo de Cuotas: " FS_CUO
005060           STOP RUN
005070        END-IF
005080        PERFORM CARGAR-CUOTA
005090            UNTIL FS_CUO = "10"
005100               OR WS_CANT_CUOTAS = WS_MAX_CUOTAS
005110        IF WS_CANT_CUOTAS = WS_MAX_CUOTAS AND FS_CUO NOT = "10"
005120           DISPLAY "CARGAR-TABLA-CUOTAS - ADVERTENCIA: TABLA "
005130                   "LLENA (" WS_MAX_CUOTAS "), SE IGNORA EL "
005140                   "RESTO DE CUOTAS.DAT"
005150        END-IF
005160        CLOSE CUOTAS
005170     END-IF.

005180 CARGAR-CUOTA.
005190     READ CUOTAS
005200         AT END
005210             MOVE "10" TO FS_CUO
005220         NOT AT END
005230             ADD 1 TO WS_CANT_CUOTAS
005240             MOVE CUO-CUIT-CONS TO WS_CUOTA-CUIT(WS_CANT_CUOTAS)
005250             MOVE CUO-IMPORTE
005260                  TO WS_CUOTA-IMPORTE(WS_CANT_CUOTAS)
005270     END-READ.

005280*================================================================
005290* CARGAR-HISTORIAL - CARGA EN WS_TABLA_HIST LOS RECHAZOS HASTA EL
005300* PERIODO PEDIDO, UNA ENTRADA POR CUIT+PERIODO (CON ADVERTENCIA SI
005310* DESBORDA, COMO LAS DEMAS TABLAS). LOS PERIODOS POSTERIORES SE
005320* RECLAMARAN EN SU PROPIA EMISION.
005330*================================================================
005340 CARGAR-HISTORIAL.
005350     MOVE 0 TO WS_CANT_HIST_TAB.
005360     PERFORM LEER-RECHAZO-HIST
005370         UNTIL FIN-RCH
005380            OR WS_CANT_HIST_TAB = WS_MAX_HIST.
005390     IF WS_CANT_HIST_TAB = WS_MAX_HIST AND NOT FIN-RCH
005400        DISPLAY "CARGAR-HISTORIAL - ADVERTENCIA: TABLA LLENA ("
005410                WS_MAX_HIST "), SE IGNORA EL RESTO DEL HISTORIAL"
005420     END-IF.
005430     DISPLAY "CARGAR-HISTORIAL - PERIODOS RECHAZADOS: "
005440             WS_CANT_HIST_TAB.

005450 LEER-RECHAZO-HIST.
005460     READ RECHAZOS_HIST
005470         AT END
005480             SET FIN-RCH TO TRUE
005490         NOT AT END
005500             ADD 1 TO WS_CANT_HIST_LEIDAS
005510             IF RCH-PERIODO NOT > WS_PERIODO_ENTRADA
005520                PERFORM AGREGAR-PERIODO-HIST
005530             END-IF
005540     END-READ.
005550     IF FS_RCH NOT = "00" AND FS_RCH NOT = "10"
005560        DISPLAY "Error al leer Historial de Rechazos: " FS_RCH
005570        STOP RUN
005580     END-IF.

005590*================================================================
005600* AGREGAR-PERIODO-HIST - SI EL CUIT+PERIODO YA ESTA EN LA TABLA
005610* SOLO SE QUEDA CON LA FECHA DE CARGA MAS ANTIGUA; SI NO, LO
005620* AGREGA.
005630*================================================================
005640 AGREGAR-PERIODO-HIST.
005650     MOVE "N" TO WS_SW_REPETIDO.
005660     PERFORM BUSCAR-PERIODO-CARGADO
005670         VARYING WS_IDX_BUSQ FROM 1 BY 1
005680         UNTIL WS_IDX_BUSQ > WS_CANT_HIST_TAB
005690            OR YA-CARGADO.
005700     IF NOT YA-CARGADO
005710        ADD 1 TO WS_CANT_HIST_TAB
005720        MOVE RCH-CUIT-CONS   TO WS_HIST-CUIT(WS_CANT_HIST_TAB)
005730        MOVE RCH-PERIODO     TO WS_HIST-PERIODO(WS_CANT_HIST_TAB)
005740        MOVE RCH-NRO-CTA     TO WS_HIST-CTA(WS_CANT_HIST_TAB)
005750        MOVE RCH-FECHA-CARGA TO WS_HIST-FECHA(WS_CANT_HIST_TAB)
005760        MOVE "N"             TO WS_HIST-SW-CARTA(WS_CANT_HIST_TAB)
005770     END-IF.

005780 BUSCAR-PERIODO-CARGADO.
005790     IF WS_HIST-CUIT(WS_IDX_BUSQ) = RCH-CUIT-CONS
005800        AND WS_HIST-PERIODO(WS_IDX_BUSQ) = RCH-PERIODO
005810        SET YA-CARGADO TO TRUE
005820        IF RCH-FECHA-CARGA < WS_HIST-FECHA(WS_IDX_BUSQ)
005830           MOVE RCH-FECHA-CARGA TO WS_HIST-FECHA(WS_IDX_BUSQ)
005840           MOVE RCH-NRO-CTA     TO WS_HIST-CTA(WS_IDX_BUSQ)
005850        END-IF
005860     END-IF.

005870*================================================================
005880* EMITIR-CARTAS - RECORRE LA TABLA: LA PRIMERA ENTRADA TODAVIA NO
005890* JUNTADA DE CADA CONSORCIO JUNTA TODOS SUS PERIODOS IMPAGOS Y, SI
005900* QUEDA ALGUNO, PREPARA SU CARTA.
005910*================================================================
005920 EMITIR-CARTAS.
005930     MOVE SPACES TO LINEA-CTL.
005940     PERFORM GRABAR-LINEA-CTL.
005950     MOVE WS_LINEA-ENC TO LINEA-CTL.
005960     PERFORM GRABAR-LINEA-CTL.
005970     PERFORM EVALUAR-CONSORCIO
005980         VARYING WS_IDX_HIST FROM 1 BY 1
005990         UNTIL WS_IDX_HIST > WS_CANT_HIST_TAB.
006000     MOVE SPACES TO LINEA-CTL.
006010     PERFORM GRABAR-LINEA-CTL.
006020     MOVE "TOTAL RECLAMADO" TO WS_LINTOT-TITULO.
006030     MOVE WS_TOT_RECLAMADO  TO WS_LINTOT-IMPORTE.
006040     MOVE WS_LINEA-TOT TO LINEA-CTL.
006050     PERFORM GRABAR-LINEA-CTL.

006060 EVALUAR-CONSORCIO.
006070     IF NOT HIST-JUNTADO(WS_IDX_HIST)
006080        MOVE WS_HIST-CUIT(WS_IDX_HIST) TO WS_CUIT_CARTA
006090        MOVE 0 TO WS_CANT_PER_CARTA
006100        MOVE 0 TO WS_CANT_PER_TAB
006110        PERFORM JUNTAR-PERIODO
006120            VARYING WS_IDX_BUSQ FROM WS_IDX_HIST BY 1
006130            UNTIL WS_IDX_BUSQ > WS_CANT_HIST_TAB
006140        IF WS_CANT_PER_CARTA > 0
006150           ADD 1 TO WS_CANT_CONSORCIOS
006160           PERFORM PREPARAR-CARTA
006170        END-IF
006180     END-IF.

006190 JUNTAR-PERIODO.
006200     IF WS_HIST-CUIT(WS_IDX_BUSQ) = WS_CUIT_CARTA
006210        MOVE "S" TO WS_HIST-SW-CARTA(WS_IDX_BUSQ)
006220        PERFORM VERIFICAR-IMPAGO
006230        IF PERIODO-IMPAGO
006240           ADD 1 TO WS_CANT_PER_CARTA
006250           IF WS_CANT_PER_TAB < WS_MAX_PER_CARTA
006260              ADD 1 TO WS_CANT_PER_TAB
006270              MOVE WS_HIST-PERIODO(WS_IDX_BUSQ)
006280                   TO WS_PERC-PERIODO(WS_CANT_PER_TAB)
006290              MOVE WS_HIST-FECHA(WS_IDX_BUSQ)
006300                   TO WS_PERC-FECHA(WS_CANT_PER_TAB)
006310           END-IF
006320        END-IF
006330     END-IF.

006340*================================================================
006350* VERIFICAR-IMPAGO - MISMO CRITERIO QUE RECARGOS: UN PERIODO
006360* RECHAZADO SIGUE IMPAGO SALVO QUE SE HAYA COBRADO EN SEGUNDA
006370* PRESENTACION (SEG-ACEPTADA). EL ESTADO DEL RECARGO NO CUENTA:
006380* UN RECARGO COBRADO NO CANCELA LA CUOTA DEL PERIODO.
006390*================================================================
006400 VERIFICAR-IMPAGO.
006410     MOVE "S" TO WS_SW_IMPAGO.
006420     IF NOT SEG-AUSENTE
006430        MOVE WS_HIST-CUIT(WS_IDX_BUSQ)    TO SEG-CUIT-CONS
006440        MOVE WS_HIST-PERIODO(WS_IDX_BUSQ) TO SEG-PERIODO
006450        READ SEGUNDA_PRES
006460            INVALID KEY
006470                CONTINUE
006480            NOT INVALID KEY
006490                IF SEG-ACEPTADA
006620                   MOVE "N" TO WS_SW_IMPAGO
006630                END-IF
006640        END-READ
006650     END-IF.

006660*================================================================
006670* PREPARAR-CARTA - ELIGE EL MODELO POR LOS PERIODOS ADEUDADOS Y
006680* EMITE LA CARTA, SALVO QUE ESA MISMA CARTA YA SE HAYA EMITIDO EN
006690* EL PERIODO, QUE EL CONSORCIO NO ESTE EN EL MAESTRO (NO HAY A
006700* QUIEN NI A DONDE ENVIARLA) O QUE NO TENGA CUOTA EN CUOTAS.DAT
006710* (NO HAY IMPORTE QUE RECLAMAR): ESOS VAN AL CONTROL CON EL
006720* MOTIVO.
006730*================================================================
006740 PREPARAR-CARTA.
006750     EVALUATE TRUE
006760         WHEN WS_CANT_PER_CARTA NOT < WS_PER_PREJUDICIAL
006770             MOVE 3 TO WS_TIPO_CARTA
006780         WHEN WS_CANT_PER_CARTA NOT < WS_PER_SEGUNDO_AVISO
006790             MOVE 2 TO WS_TIPO_CARTA
006800         WHEN OTHER
006810             MOVE 1 TO WS_TIPO_CARTA
006820     END-EVALUATE.
006830     MOVE WS_CUIT_CARTA      TO NTF-CUIT-CONS.
006840     MOVE WS_PERIODO_ENTRADA TO NTF-PERIODO.
006850     MOVE WS_TIPO_CARTA      TO NTF-TIPO.
006860     MOVE "S" TO WS_SW_NTF_EXISTE.
006870     READ NOTIFICACIONES
006880         INVALID KEY
006890             MOVE "N" TO WS_SW_NTF_EXISTE
006900     END-READ.
006910     MOVE WS_CUIT_CARTA TO MAE-CUIT-CONS.
006920     MOVE "S" TO WS_SW_MAE_ENC.
006930     READ MAESTRO
006940         INVALID KEY
006950             MOVE "N" TO WS_SW_MAE_ENC
006960     END-READ.
006970     MOVE "N" TO WS_SW_CUOTA_ENC.
006980     MOVE 0 TO WS_CUOTA_VIG.
006990     PERFORM BUSCAR-CUOTA
007000         VARYING WS_IDX_CUO FROM 1 BY 1
007010         UNTIL WS_IDX_CUO > WS_CANT_CUOTAS
007020            OR CUOTA-ENCONTRADA.
007030     EVALUATE TRUE
007040         WHEN NTF-EXISTE
007050             ADD 1 TO WS_CANT_YA_NOTIF
007060             MOVE "CARTA YA EMITIDA EN EL PERIODO"
007070                  TO WS_LINEXC-MOTIVO
007080             PERFORM GRABAR-LINEA-EXC
007090         WHEN NOT MAE-ENCONTRADO
007100             ADD 1 TO WS_CANT_SIN_MAESTRO
007110             MOVE "NO FIGURA EN MAESTRO" TO WS_LINEXC-MOTIVO
007120             PERFORM GRABAR-LINEA-EXC
007130         WHEN NOT CUOTA-ENCONTRADA OR WS_CUOTA_VIG = 0
007140             ADD 1 TO WS_CANT_SIN_CUOTA
007150             MOVE "SIN CUOTA EN CUOTAS.DAT" TO WS_LINEXC-MOTIVO
007160             PERFORM GRABAR-LINEA-EXC
007170         WHEN OTHER
007180             COMPUTE WS_IMP_ADEUDADO =
007190                 WS_CUOTA_VIG * WS_CANT_PER_CARTA
007200             PERFORM EMITIR-CARTA
007210             PERFORM GRABAR-NOTIFICACION
007220             PERFORM GRABAR-LINEA-DET
007230     END-EVALUATE.

007240 BUSCAR-CUOTA.
007250     IF WS_CUOTA-CUIT(WS_IDX_CUO) = WS_CUIT_CARTA
007260        MOVE WS_CUOTA-IMPORTE(WS_IDX_CUO) TO WS_CUOTA_VIG
007270        SET CUOTA-ENCONTRADA TO TRUE
007280     END-IF.

007290*================================================================
007300* EMITIR-CARTA - UNA HOJA: MEMBRETE, FECHA, DESTINATARIO CON LA
007310* DIRECCION DEL MAESTRO, REFERENCIA, TEXTO DEL MODELO, DETALLE DE
007320* PERIODOS CON LA CUOTA DE CADA UNO, TOTAL ADEUDADO Y CIERRE.
007330*================================================================
007340 EMITIR-CARTA.
007350     ADD 1 TO WS_NRO_HOJA.
007360     MOVE WS_NRO_HOJA TO WS_LINMEM-HOJA.
007370     MOVE WS_LINEA-MEMBRETE TO LINEA-CARTA.
007380     PERFORM GRABAR-PRIMERA-LINEA.
007390     MOVE WS_FECHA_SISTEMA TO WS_FECHA_CARTA.
007400     MOVE WS_FCH-DIA  TO WS_LINFEC-DIA.
007410     MOVE WS_FCH-MES  TO WS_LINFEC-MES.
007420     MOVE WS_FCH-ANIO TO WS_LINFEC-ANIO.
007430     MOVE WS_LINEA-FECHA TO LINEA-CARTA.
007440     PERFORM GRABAR-LINEA-CARTA.
007450     MOVE SPACES TO LINEA-CARTA.
007460     PERFORM GRABAR-LINEA-CARTA.
007470     MOVE "SENORES" TO WS_LINTXT-TEXTO.
007480     PERFORM GRABAR-LINEA-TEXTO.
007490     MOVE MAE-NOMBRE-CONSORCIO TO WS_LINTXT-TEXTO.
007500     PERFORM GRABAR-LINEA-TEXTO.
007510     MOVE MAE-DIR TO WS_LINTXT-TEXTO.
007520     PERFORM GRABAR-LINEA-TEXTO.
007530     MOVE WS_CUIT_CARTA TO WS_LINCUIT-CUIT.
007540     MOVE WS_LINEA-CUIT TO LINEA-CARTA.
007550     PERFORM GRABAR-LINEA-CARTA.
007560     MOVE SPACES TO LINEA-CARTA.
007570     PERFORM GRABAR-LINEA-CARTA.
007580     MOVE WS_TITULO-CARTA(WS_TIPO_CARTA) TO WS_LINREF-TITULO.
007590     MOVE WS_PERIODO_ENTRADA TO WS_LINREF-PERIODO.
007600     MOVE WS_LINEA-REF TO LINEA-CARTA.
007610     PERFORM GRABAR-LINEA-CARTA.
007620     MOVE SPACES TO LINEA-CARTA.
007630     PERFORM GRABAR-LINEA-CARTA.
007640     PERFORM GRABAR-TEXTO-MODELO
007650         VARYING WS_IDX_TXT FROM 1 BY 1
007660         UNTIL WS_IDX_TXT > 5.
007670     MOVE SPACES TO LINEA-CARTA.
007680     PERFORM GRABAR-LINEA-CARTA.
007690     PERFORM EMITIR-DETALLE-PERIODOS.
007700     MOVE SPACES TO LINEA-CARTA.
007710     PERFORM GRABAR-LINEA-CARTA.
007720     PERFORM GRABAR-TEXTO-MODELO
007730         VARYING WS_IDX_TXT FROM 6 BY 1
007740         UNTIL WS_IDX_TXT > 8.
007750     MOVE SPACES TO LINEA-CARTA.
007760     PERFORM GRABAR-LINEA-CARTA.
007770     MOVE "ATENTAMENTE," TO WS_LINTXT-TEXTO.
007780     PERFORM GRABAR-LINEA-TEXTO.
007790     MOVE SPACES TO LINEA-CARTA.
007800     PERFORM GRABAR-LINEA-CARTA.
007810     PERFORM GRABAR-LINEA-CARTA.
007820     MOVE "CONSORCIOS SA - GERENCIA DE COBRANZAS"
007830          TO WS_LINTXT-TEXTO.
007840     PERFORM GRABAR-LINEA-TEXTO.
007850     ADD 1 TO WS_CANT_CARTAS.
007860     ADD WS_IMP_ADEUDADO TO WS_TOT_RECLAMADO.
007870     EVALUATE WS_TIPO_CARTA
007880         WHEN 1
007890             ADD 1 TO WS_CANT_PRIMER
007900         WHEN 2
007910             ADD 1 TO WS_CANT_SEGUNDO
007920         WHEN OTHER
007930             ADD 1 TO WS_CANT_PREJUDICIAL
007940     END-EVALUATE.

007950*================================================================
007960* EMITIR-DETALLE-PERIODOS - UN RENGLON POR PERIODO ADEUDADO (HASTA
007970* WS_MAX_PER_CARTA; EL RESTO SE INDICA CON SU CANTIDAD), EL TOTAL
007980* ADEUDADO Y LA CANTIDAD DE PERIODOS.
007990*================================================================
008000 EMITIR-DETALLE-PERIODOS.
008010     MOVE WS_LINEA-ENC-PER TO LINEA-CARTA.
008020     PERFORM GRABAR-LINEA-CARTA.
008030     PERFORM GRABAR-PERIODO-CARTA
008040         VARYING WS_IDX_PER FROM 1 BY 1
008050         UNTIL WS_IDX_PER > WS_CANT_PER_TAB.
008060     IF WS_CANT_PER_CARTA > WS_CANT_PER_TAB
008070        SUBTRACT WS_CANT_PER_TAB FROM WS_CANT_PER_CARTA
008080            GIVING WS_CANT_PER_MAS
008090        MOVE WS_CANT_PER_MAS TO WS_LINMAS-CANT
008100        MOVE WS_LINEA-PER-MAS TO LINEA-CARTA
008110        PERFORM GRABAR-LINEA-CARTA
008120     END-IF.
008130     MOVE "TOTAL ADEUDADO"  TO WS_LINTOTC-TITULO.
008140     MOVE WS_IMP_ADEUDADO   TO WS_LINTOTC-IMPORTE.
008150     MOVE WS_LINEA-TOT-CARTA TO LINEA-CARTA.
008160     PERFORM GRABAR-LINEA-CARTA.
008170     MOVE WS_CANT_PER_CARTA TO WS_LINCANT-CANT.
008180     MOVE WS_LINEA-CANT-PER TO LINEA-CARTA.
008190     PERFORM GRABAR-LINEA-CARTA.

008200 GRABAR-PERIODO-CARTA.
008210     MOVE WS_PERC-PERIODO(WS_IDX_PER) TO WS_LINPER-PERIODO.
008220     MOVE WS_PERC-FECHA(WS_IDX_PER)   TO WS_LINPER-FECHA.
008230     MOVE WS_CUOTA_VIG                TO WS_LINPER-IMPORTE.
008240     MOVE WS_LINEA-PER TO LINEA-CARTA.
008250     PERFORM GRABAR-LINEA-CARTA.

008260 GRABAR-TEXTO-MODELO.
008270     MOVE WS_TEXTO-LINEA(WS_TIPO_CARTA, WS_IDX_TXT)
008280          TO WS_LINTXT-TEXTO.
008290     PERFORM GRABAR-LINEA-TEXTO.

008300 GRABAR-LINEA-TEXTO.
008310     MOVE WS_LINEA-TEXTO TO LINEA-CARTA.
008320     PERFORM GRABAR-LINEA-CARTA.
008330     MOVE SPACES TO WS_LINTXT-TEXTO.

008340*================================================================
008350* GRABAR-PRIMERA-LINEA - EL MEMBRETE DE CADA CARTA ABRE HOJA
008360* NUEVA; LOS DEMAS RENGLONES VAN DE A UNO (GRABAR-LINEA-CARTA).
008370*================================================================
008380 GRABAR-PRIMERA-LINEA.
008390     WRITE LINEA-CARTA AFTER ADVANCING PAGE.
008400     IF FS_CAR NOT = "00"
008410        DISPLAY "Error al grabar Cartas de Intimacion: " FS_CAR
008420        STOP RUN
008430     END-IF.

008440 GRABAR-LINEA-CARTA.
008450     WRITE LINEA-CARTA AFTER ADVANCING 1 LINE.
008460     IF FS_CAR NOT = "00"
008470        DISPLAY "Error al grabar Cartas de Intimacion: " FS_CAR
008480        STOP RUN
008490     END-IF.

008500*================================================================
008510* GRABAR-NOTIFICACION - ASIENTA LA CARTA EMITIDA, ABIERTA HASTA
008520* QUE ALGO4IMP REGISTRE UN DEBITO ACEPTADO DEL CONSORCIO.
008530*================================================================
008540 GRABAR-NOTIFICACION.
008550     MOVE WS_CUIT_CARTA      TO NTF-CUIT-CONS.
008560     MOVE WS_PERIODO_ENTRADA TO NTF-PERIODO.
008570     MOVE WS_TIPO_CARTA      TO NTF-TIPO.
008580     MOVE WS_FECHA_SISTEMA   TO NTF-FECHA.
008590     MOVE WS_CANT_PER_CARTA  TO NTF-CANT-PERIODOS.
008600     MOVE WS_IMP_ADEUDADO    TO NTF-IMPORTE.
008610     MOVE 0 TO NTF-FECHA-DEBITO.
008620     MOVE 0 TO NTF-PERIODO-DEBITO.
008630     WRITE REG-NOTIFICACION.
008640     IF FS_NTF NOT = "00"
008650        DISPLAY "Error al grabar Notificacion CUIT "
008660                NTF-CUIT-CONS ": " FS_NTF
008670        STOP RUN
008680     END-IF.

008690*================================================================
008700* GRABAR-LINEA-DET / GRABAR-LINEA-EXC - RENGLONES DEL CONTROL: LA
008710* CARTA EMITIDA, O EL CONSORCIO CON DEUDA SIN CARTA Y EL MOTIVO YA
008720* CARGADO EN WS_LINEXC-MOTIVO.
008730*================================================================
008740 GRABAR-LINEA-DET.
008750     MOVE WS_NRO_HOJA                    TO WS_LINDET-HOJA.
008760     MOVE WS_CUIT_CARTA                  TO WS_LINDET-CUIT.
008770     MOVE MAE-NOMBRE-CONSORCIO           TO WS_LINDET-NOMBRE.
008780     MOVE WS_NOMBRE-CORTO(WS_TIPO_CARTA) TO WS_LINDET-TIPO.
008790     MOVE WS_CANT_PER_CARTA              TO WS_LINDET-CANT.
008800     MOVE WS_IMP_ADEUDADO                TO WS_LINDET-IMPORTE.
008810     MOVE WS_LINEA-DET TO LINEA-CTL.
008820     PERFORM GRABAR-LINEA-CTL.

008830 GRABAR-LINEA-EXC.
008840     MOVE WS_CUIT_CARTA     TO WS_LINEXC-CUIT.
008850     MOVE WS_CANT_PER_CARTA TO WS_LINEXC-CANT.
008860     MOVE WS_LINEA-EXC TO LINEA-CTL.
008870     PERFORM GRABAR-LINEA-CTL.

008880 GRABAR-LINEA-CTL.
008890     WRITE LINEA-CTL.
008900     IF FS_CTL NOT = "00"
008910        DISPLAY "Error al grabar Control de Cartas: " FS_CTL
008920        STOP RUN
008930     END-IF.

008940*================================================================
008950* MOSTRAR-RESUMEN - TOTALES DE LA EMISION
008960*================================================================
008970 MOSTRAR-RESUMEN.
008980     DISPLAY "CARTAS - RESUMEN DE LA EMISION, DEUDA AL PERIODO "
008990             WS_PERIODO_ENTRADA.
009000     DISPLAY "FILAS DEL HISTORIAL LEIDAS.: " WS_CANT_HIST_LEIDAS.
009010     DISPLAY "CONSORCIOS CON DEUDA.......: " WS_CANT_CONSORCIOS.
009020     DISPLAY "CARTAS EMITIDAS............: " WS_CANT_CARTAS.
009030     DISPLAY "  PRIMER AVISO.............: " WS_CANT_PRIMER.
009040     DISPLAY "  SEGUNDO AVISO............: " WS_CANT_SEGUNDO.
009050     DISPLAY "  INTIMACION PREJUDICIAL...: " WS_CANT_PREJUDICIAL.
009060     DISPLAY "YA NOTIFICADOS EN EL PER...: " WS_CANT_YA_NOTIF.
009070     DISPLAY "SIN MAESTRO................: " WS_CANT_SIN_MAESTRO.
009080     DISPLAY "SIN CUOTA..................: " WS_CANT_SIN_CUOTA.
009090     MOVE WS_TOT_RECLAMADO TO WS_IMP_EDIT.
009100     DISPLAY "TOTAL RECLAMADO EN PESOS...: " WS_IMP_EDIT.

009110*================================================================
009120* CERRAR-ARCHIVOS - CIERRE ORDENADO DE TODOS LOS ARCHIVOS
009130*================================================================
009140 CERRAR-ARCHIVOS.
009150     CLOSE RECHAZOS_HIST MAESTRO NOTIFICACIONES CARTAS_INT
009160           CTL_CARTAS.
009170     IF NOT SEG-AUSENTE
009180        CLOSE SEGUNDA_PRES
009190     END-IF.
