000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTCONT.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. INTERFAZ CONTABLE DEL
000110*                  PERIODO (PEDIDO POR CONSOLA), QUE CONTADURIA
000120*                  ARMABA A MANO: CON EL COBRO DEL PERIODO
000130*                  CERRADO (RETORNO Y RETORNO DE SEGUNDA
000140*                  PRESENTACION CARGADOS POR ALGO4IMP, SEGUN
000150*                  CICLO-CONTROL.DAT) ARMA LOS ASIENTOS A PARTIR
000160*                  DE EXTRACTO-FACTURACION.DAT, DEL RETORNO Y DEL
000170*                  RETORNO DE SEGUNDA PRESENTACION, ABIERTOS POR
000180*                  CONCEPTO, ENTIDAD COBRADORA (CUENTAS-MAESTRO)
000190*                  Y ZONA (MAE-ZONA). CADA CONCEPTO SE IMPUTA A
000200*                  LAS CUENTAS DEL DEBE Y DEL HABER DE
000210*                  CONCEPTOS-CONTABLES.DAT (COPY CTBTAB,
000220*                  MANTENIDO DESDE CTBMANT). EL REPORTE DE
000230*                  CONTROL ASIENTOS-CONTROL.DAT COMPARA LOS
000240*                  TOTALES DEL ASIENTO CONTRA EL "TRL" DEL
000250*                  EXTRACTO Y CONTRA RETORNO-TOTALES.DAT; CON
000260*                  DIFERENCIAS NO SE GRABA LA INTERFAZ NI SE
000270*                  REGISTRA EL PASO (RETURN-CODE 8), IGUAL QUE
000280*                  CONCILIA RETIENE LA TRANSMISION. GENERADA LA
000290*                  INTERFAZ SE REGISTRA CIC-FECHA-CONTABLE Y EL
000300*                  PERIODO YA NO SE PUEDE VOLVER A GENERAR.
000310*================================================================

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CICLO        ASSIGN TO DISK
000360                          ORGANIZATION IS INDEXED
000370                          ACCESS MODE IS DYNAMIC
000380                          RECORD KEY IS CIC-PERIODO
000390                          FILE STATUS IS FS_CIC.

000400     SELECT CONCEPTOS    ASSIGN TO DISK
000410                          FILE STATUS IS FS_CTB.

000420     SELECT EXTRACTO     ASSIGN TO DISK
000430                          FILE STATUS IS FS_EXT.

000440     SELECT RETORNO      ASSIGN TO DYNAMIC WS_NOM_RETORNO
000450                          FILE STATUS IS FS_RET.

000460     SELECT RETORNO_TOT  ASSIGN TO DISK
000470                          FILE STATUS IS FS_RTOT.

000480     SELECT MAESTRO      ASSIGN TO DISK
000490                          ORGANIZATION IS INDEXED
000500                          ACCESS MODE IS DYNAMIC
000510                          RECORD KEY IS MAE-CUIT-CONS
000520                          FILE STATUS IS FS_MAE.

000530     SELECT CTAS_MAESTRO ASSIGN TO DISK
000540                          ORGANIZATION IS INDEXED
000550                          ACCESS MODE IS DYNAMIC
000560                          RECORD KEY IS CTAM-CLAVE
000570                          FILE STATUS IS FS_CTAM.

000580     SELECT ASIENTOS     ASSIGN TO DISK
000590                          FILE STATUS IS FS_ASI.

000600     SELECT CONTROL_ASI  ASSIGN TO DISK
000610                          FILE STATUS IS FS_CTL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CICLO LABEL RECORD IS STANDARD
000650            VALUE OF FILE-ID IS "ciclo-control.dat".

000660     COPY CICLOREC.

000670 FD  CONCEPTOS LABEL RECORD IS STANDARD
000680           VALUE OF FILE-ID IS "conceptos-contables.dat".

000690 01  CTB.
000700     03 CTB-CONCEPTO            PIC X(03).
000710     03 CTB-DESCRIP             PIC X(25).
000720     03 CTB-CTA-DEBE            PIC X(10).
000730     03 CTB-CTA-HABER           PIC X(10).

000740*----------------------------------------------------------------
000750* EXTRACTO - EL QUE GENERO ALGO4EXP PARA EL PERIODO (RENGLONES
000760* DELIMITADOS POR COMAS Y CIERRE "TRL", VER ALGO4EXP). EL
000770* RENGLON "RECARGO MORA" ES RECARGO; LOS DEMAS SON CUOTA.
000780*----------------------------------------------------------------
000790 FD  EXTRACTO LABEL RECORD OMITTED
000800             VALUE OF FILE-ID IS "extracto-facturacion.dat".

000810 01  REG-EXTRACTO               PIC X(100).

000820*----------------------------------------------------------------
000830* RETORNO - MISMO LAYOUT QUE EN ALGO4IMP. SE LEE PRIMERO
000840* RETORNO-FACTURACION.DAT Y DESPUES RETORNO-SEGUNDA.DAT (EL
000850* NOMBRE SE TOMA EN TIEMPO DE EJECUCION DE WS_NOM_RETORNO). SOLO
000860* CUENTAN LAS FILAS DEL PERIODO.
000870*----------------------------------------------------------------
000880 FD  RETORNO LABEL RECORD IS STANDARD.

000890 01  RET.
000900     03 RET-CUIT-CONS           PIC 9(15).
000910     03 RET-NRO-CTA             PIC 9(08).
000920     03 RET-COD-RESULTADO       PIC X(02).
000930     03 RET-PERIODO             PIC 9(06).
000940     03 RET-IMPORTE             PIC 9(07)V99.

000950*----------------------------------------------------------------
000960* RETORNO_TOT - TOTALES DE CADA CARGA DEL RETORNO QUE GRABA
000970* ALGO4IMP (MISMO LAYOUT). SE TOMAN LOS DEL PERIODO, POR
000980* PRESENTACION (1 PRIMERA, 2 SEGUNDA).
000990*----------------------------------------------------------------
001000 FD  RETORNO_TOT LABEL RECORD IS STANDARD
001010            VALUE OF FILE-ID IS "retorno-totales.dat".

001020 01  REG-RET-TOT.
001030     03 RTOT-PERIODO            PIC 9(06).
001040     03 RTOT-FECHA-CARGA        PIC 9(08).
001050     03 RTOT-CANT-ACEPT         PIC 9(10).
001060     03 RTOT-CANT-RECH          PIC 9(10).
001070     03 RTOT-TOT-ACEPTADO       PIC 9(11)V99.
001080     03 RTOT-TOT-RECHAZADO      PIC 9(11)V99.
001090     03 RTOT-PRESENTACION       PIC 9(01).

001100 FD  MAESTRO LABEL RECORD IS STANDARD
001110             VALUE OF FILE-ID IS "maestro.dat".

001120     COPY MAEREC.

001130 FD  CTAS_MAESTRO LABEL RECORD IS STANDARD
001140             VALUE OF FILE-ID IS "cuentas-maestro.dat".

001150     COPY CTASMREC.

001160*----------------------------------------------------------------
001170* ASIENTOS - INTERFASE DELIMITADA POR COMAS PARA EL MAYOR:
001180* PERIODO, FECHA DE GENERACION, CONCEPTO, CUENTA CONTABLE, "D"
001190* (DEBE) O "H" (HABER), ENTIDAD, ZONA E IMPORTE. CADA CONCEPTO/
001200* ENTIDAD/ZONA DA UN RENGLON AL DEBE Y OTRO AL HABER. EL ULTIMO
001210* RENGLON ES EL CIERRE "TRL" CON CANTIDAD DE RENGLONES Y TOTALES
001220* DEL DEBE Y DEL HABER.
001230*----------------------------------------------------------------
001240 FD  ASIENTOS LABEL RECORD OMITTED
001250             VALUE OF FILE-ID IS "asientos-contables.dat".

001260 01  REG-ASIENTO                PIC X(100).

001270 FD  CONTROL_ASI LABEL RECORD OMITTED
001280             VALUE OF FILE-ID IS "asientos-control.dat".

001290 01  LINEA-CTL                  PIC X(80).

001300 WORKING-STORAGE SECTION.
001310 77  FS_CIC                PIC XX.
001320 77  FS_CTB                PIC XX.
001330 77  FS_EXT                PIC XX.
001340 77  FS_RET                PIC XX.
001350 77  FS_RTOT               PIC XX.
001360 77  FS_MAE                PIC XX.
001370 77  FS_CTAM               PIC XX.
001380 77  FS_ASI                PIC XX.
001390 77  FS_CTL                PIC XX.
001400 77  WS_NOM_RETORNO        PIC X(25)
001410                           VALUE "retorno-facturacion.dat".
001420 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
001430 77  WS_PERIODO_ENTRADA    PIC 9(06) VALUE 0.
001440 77  WS_PERIODO_SIGUIENTE  PIC 9(06) VALUE 0.
001450 77  WS_PER_ANIO           PIC 9(04) VALUE 0.
001460 77  WS_PER_MES            PIC 9(02) VALUE 0.
001470 77  WS_PRESENTACION       PIC 9(01) VALUE 1.
001480 77  WS_CANT_EXT           PIC 9(10) VALUE 0.
001490 77  WS_CANT_ILEGIBLES     PIC 9(10) VALUE 0.
001500 77  WS_CANT_RET           PIC 9(10) VALUE 0.
001510 77  WS_CANT_RET2          PIC 9(10) VALUE 0.
001520 77  WS_CANT_OTRO_PERIODO  PIC 9(10) VALUE 0.
001530 77  WS_CANT_SIN_CUENTA    PIC 9(10) VALUE 0.
001540 77  WS_CANT_LINEAS        PIC 9(10) VALUE 0.

001550*----------------------------------------------------------------
001560* TOTALES POR CONCEPTO ARMADOS DESDE LOS ARCHIVOS Y TOTALES DE
001570* CONTROL DE ORIGEN (TRL DEL EXTRACTO Y RETORNO-TOTALES.DAT)
001580*----------------------------------------------------------------
001590 77  WS_TOT_FCU            PIC 9(11)V99 VALUE 0.
001600 77  WS_TOT_FRG            PIC 9(11)V99 VALUE 0.
001610 77  WS_TOT_COB            PIC 9(11)V99 VALUE 0.
001620 77  WS_TOT_RCH            PIC 9(11)V99 VALUE 0.
001630 77  WS_TOT_CB2            PIC 9(11)V99 VALUE 0.
001640 77  WS_TOT_RCH2           PIC 9(11)V99 VALUE 0.
001650 77  WS_TOT_FACTURADO      PIC 9(11)V99 VALUE 0.
001660 77  WS_TOT_DEBE           PIC 9(11)V99 VALUE 0.
001670 77  WS_TOT_HABER          PIC 9(11)V99 VALUE 0.
001680 77  WS_TRL_IMPORTE        PIC 9(11)V99 VALUE 0.
001690 77  WS_TRL_IMP_CUO        PIC 9(11)V99 VALUE 0.
001700 77  WS_TRL_IMP_RGO        PIC 9(11)V99 VALUE 0.
001710 77  WS_RTOT_ACEPT_1       PIC 9(11)V99 VALUE 0.
001720 77  WS_RTOT_RECH_1        PIC 9(11)V99 VALUE 0.
001730 77  WS_RTOT_ACEPT_2       PIC 9(11)V99 VALUE 0.
001740 77  WS_RTOT_RECH_2        PIC 9(11)V99 VALUE 0.
001750 77  WS_CTL_ORIGEN         PIC 9(11)V99 VALUE 0.
001760 77  WS_CTL_ASIENTO        PIC 9(11)V99 VALUE 0.
001770 77  WS_CTL_DIFERENCIA     PIC S9(11)V99 VALUE 0.

001780*----------------------------------------------------------------
001790* IMPORTES DEL EXTRACTO: VIENEN EDITADOS CON PUNTO DECIMAL
001800* (9(07).9(02) EN LOS RENGLONES, 9(11).9(02) EN EL CIERRE) Y SE
001810* REARMAN SEPARANDO ENTEROS Y DECIMALES.
001820*----------------------------------------------------------------
001830 01  WS_IMP_EXT_TXT.
001840     03 WS_IMPX-ENTEROS    PIC X(07).
001850     03 FILLER             PIC X(01).
001860     03 WS_IMPX-DECIMALES  PIC X(02).
001870 01  WS_IMP_EXT_ARMADO.
001880     03 WS_IMPA-ENTEROS    PIC 9(07).
001890     03 WS_IMPA-DECIMALES  PIC 9(02).
001900 01  WS_IMP_EXT_NUM REDEFINES WS_IMP_EXT_ARMADO
001910                           PIC 9(07)V99.

001920 01  WS_IMP_TRL_TXT.
001930     03 WS_IMPT-ENTEROS    PIC X(11).
001940     03 FILLER             PIC X(01).
001950     03 WS_IMPT-DECIMALES  PIC X(02).
001960 01  WS_IMP_TRL_ARMADO.
001970     03 WS_IMPTA-ENTEROS   PIC 9(11).
001980     03 WS_IMPTA-DECIMALES PIC 9(02).
001990 01  WS_IMP_TRL_NUM REDEFINES WS_IMP_TRL_ARMADO
002000                           PIC 9(11)V99.

002010 01  WS_CUIT_EXT_ALFA      PIC X(15) VALUE SPACES.
002020 01  WS_CUIT_EXT REDEFINES WS_CUIT_EXT_ALFA
002030                           PIC 9(15).
002040 01  WS_ENTIDAD_EXT_ALFA   PIC X(03) VALUE SPACES.
002050 01  WS_ENTIDAD_EXT REDEFINES WS_ENTIDAD_EXT_ALFA
002060                           PIC 9(03).

002070*----------------------------------------------------------------
002080* RENGLON QUE SE ACUMULA EN LA TABLA DE ASIENTOS
002090*----------------------------------------------------------------
002100 01  WS_ACUMULAR.
002110     03 WS_ACU-CONCEPTO    PIC X(03).
002120     03 WS_ACU-ENTIDAD     PIC 9(03).
002130     03 WS_ACU-ZONA        PIC X(03).
002140     03 WS_ACU-IMPORTE     PIC 9(07)V99.

002150*----------------------------------------------------------------
002160* TABLA DE ASIENTOS EN MEMORIA: UN TOTAL POR CONCEPTO, ENTIDAD Y
002170* ZONA. LA INTERFAZ SOLO SE GRABA SI TODO CIERRA, ASI QUE SE
002180* ARMA COMPLETA ANTES DE ESCRIBIR NADA.
002190*----------------------------------------------------------------
002200 77  WS_MAX_ASIENTOS       PIC 9(04) VALUE 2000.
002210 77  WS_IDX_ASI            PIC 9(04) VALUE 0.
002220 77  WS_IDX_ASI_ENC        PIC 9(04) VALUE 0.
002230 77  WS_IDX_CTB            PIC 9(04) VALUE 0.
002240 77  WS_IDX_CTB_ENC        PIC 9(04) VALUE 0.
002250 77  WS_MAX_CONCEPTOS      PIC 9(04) VALUE 20.

002260 01  WS_TABLA_ASIENTOS.
002270     03 WS_CANT_ASIENTOS   PIC 9(04) VALUE 0.
002280     03 WS_ASIENTO OCCURS 2000 TIMES.
002290        05 WS_ASI-CONCEPTO     PIC X(03).
002300        05 WS_ASI-ENTIDAD      PIC 9(03).
002310        05 WS_ASI-ZONA         PIC X(03).
002320        05 WS_ASI-IMPORTE      PIC 9(11)V99.

002330     COPY CTBTAB.

002340 01  WS_SWITCHES.
002350     03 WS_SW_FIN_EXT      PIC X(01) VALUE "N".
002360        88 FIN-EXT                  VALUE "S".
002370     03 WS_SW_FIN_RET      PIC X(01) VALUE "N".
002380        88 FIN-RET                  VALUE "S".
002390     03 WS_SW_FIN_RTOT     PIC X(01) VALUE "N".
002400        88 FIN-RTOT                 VALUE "S".
002410     03 WS_SW_TRL_VISTO    PIC X(01) VALUE "N".
002420        88 TRL-VISTO                VALUE "S".
002430     03 WS_SW_DIFERENCIAS  PIC X(01) VALUE "N".
002440        88 HAY-DIFERENCIAS          VALUE "S".

002450*----------------------------------------------------------------
002460* RENGLONES DE LA INTERFAZ
002470*----------------------------------------------------------------
002480 01  WS_LINEA-ASI.
002490     03 WS_LINASI-PERIODO  PIC 9(06).
002500     03 FILLER             PIC X(01) VALUE ",".
002510     03 WS_LINASI-FECHA    PIC 9(08).
002520     03 FILLER             PIC X(01) VALUE ",".
002530     03 WS_LINASI-CONCEPTO PIC X(03).
002540     03 FILLER             PIC X(01) VALUE ",".
002550     03 WS_LINASI-CUENTA   PIC X(10).
002560     03 FILLER             PIC X(01) VALUE ",".
002570     03 WS_LINASI-DH       PIC X(01).
002580     03 FILLER             PIC X(01) VALUE ",".
002590     03 WS_LINASI-ENTIDAD  PIC 9(03).
002600     03 FILLER             PIC X(01) VALUE ",".
002610     03 WS_LINASI-ZONA     PIC X(03).
002620     03 FILLER             PIC X(01) VALUE ",".
002630     03 WS_LINASI-IMPORTE  PIC 9(11).9(02).

002640 01  WS_LINEA-ASI-TRL.
002650     03 FILLER             PIC X(03) VALUE "TRL".
002660     03 FILLER             PIC X(01) VALUE ",".
002670     03 WS_LINATRL-CANT    PIC 9(10).
002680     03 FILLER             PIC X(01) VALUE ",".
002690     03 WS_LINATRL-DEBE    PIC 9(11).9(02).
002700     03 FILLER             PIC X(01) VALUE ",".
002710     03 WS_LINATRL-HABER   PIC 9(11).9(02).

002720*----------------------------------------------------------------
002730* RENGLONES DEL REPORTE DE CONTROL
002740*----------------------------------------------------------------
002750 01  WS_LINEA-TIT.
002760     03 FILLER             PIC X(40)
002770        VALUE "INTERFAZ CONTABLE - CONTROL DEL PERIODO".
002780     03 FILLER             PIC X(01) VALUE SPACES.
002790     03 WS_LINTIT-PERIODO  PIC 9(06).
002800     03 FILLER             PIC X(05) VALUE "  AL ".
002810     03 WS_LINTIT-FECHA    PIC 9(08).

002820 01  WS_LINEA-ENC.
002830     03 FILLER             PIC X(40)
002840        VALUE "CONTROL                           ORIGEN".
002850     03 FILLER             PIC X(40)
002860        VALUE "        ASIENTO      DIFERENCIA".

002870 01  WS_LINEA-CTL.
002880     03 WS_LINCTL-DESCRIP  PIC X(27).
002890     03 WS_LINCTL-ORIGEN   PIC ZZZZZZZZZZ9.99.
002900     03 FILLER             PIC X(01) VALUE SPACES.
002910     03 WS_LINCTL-ASIENTO  PIC ZZZZZZZZZZ9.99.
002920     03 FILLER             PIC X(01) VALUE SPACES.
002930     03 WS_LINCTL-DIF      PIC -ZZZZZZZZZZ9.99.
002940     03 FILLER             PIC X(01) VALUE SPACES.
002950     03 WS_LINCTL-MARCA    PIC X(03).

002960 01  WS_LINEA-ENC-DET.
002970     03 FILLER             PIC X(40)
002980        VALUE "CPT ENT ZONA CUENTA DEBE  CUENTA HABER ".
002990     03 FILLER             PIC X(40)
003000        VALUE "          IMPORTE".

003010 01  WS_LINEA-DET.
003020     03 WS_LINDET-CONCEPTO PIC X(03).
003030     03 FILLER             PIC X(01) VALUE SPACES.
003040     03 WS_LINDET-ENTIDAD  PIC 9(03).
003050     03 FILLER             PIC X(02) VALUE SPACES.
003060     03 WS_LINDET-ZONA     PIC X(03).
003070     03 FILLER             PIC X(01) VALUE SPACES.
003080     03 WS_LINDET-DEBE     PIC X(10).
003090     03 FILLER             PIC X(02) VALUE SPACES.
003100     03 WS_LINDET-HABER    PIC X(10).
003110     03 FILLER             PIC X(05) VALUE SPACES.
003120     03 WS_LINDET-IMPORTE  PIC ZZZZZZZZZZ9.99.

003130 01  WS_LINEA-MSG.
003140     03 FILLER             PIC X(02) VALUE SPACES.
003150     03 WS_LINMSG-TEXTO    PIC X(60).
003160     03 WS_LINMSG-CANT     PIC ZZZZZZZZZ9.

003170 PROCEDURE DIVISION.
003180     PERFORM INICIALIZAR.
003190     PERFORM VERIFICAR-CICLO.
003200     PERFORM GEN-TABLA-CONCEPTOS.
003210     PERFORM ABRIR-ARCHIVOS.
003220     PERFORM LEER-TOTALES-RETORNO.
003230     PERFORM ACUMULAR-EXTRACTO.
003240     MOVE "retorno-facturacion.dat" TO WS_NOM_RETORNO.
003250     MOVE 1 TO WS_PRESENTACION.
003260     PERFORM ACUMULAR-RETORNO.
003270     MOVE "retorno-segunda.dat" TO WS_NOM_RETORNO.
003280     MOVE 2 TO WS_PRESENTACION.
003290     PERFORM ACUMULAR-RETORNO.
003300     PERFORM GRABAR-CONTROL.
003310     IF HAY-DIFERENCIAS
003320        DISPLAY "INTCONT - HAY DIFERENCIAS DE CONTROL (VER "
003330                "ASIENTOS-CONTROL.DAT): NO SE GENERA LA INTERFAZ"
003340        MOVE 8 TO RETURN-CODE
003350     ELSE
003360        PERFORM GRABAR-INTERFAZ
003370        PERFORM REGISTRAR-CICLO-CONTABLE
003380     END-IF.
003390     PERFORM MOSTRAR-RESUMEN.
003400     PERFORM CERRAR-ARCHIVOS.
003410     STOP RUN.

003420*================================================================
003430* INICIALIZAR - PIDE EL PERIODO A CONTABILIZAR (NORMALMENTE EL
003440* DEL ULTIMO RETORNO CARGADO) Y CALCULA EL PERIODO SIGUIENTE,
003450* CUYO EXTRACTO PISARIA EL DEL PERIODO PEDIDO.
003460*================================================================
003470 INICIALIZAR.
003480     DISPLAY "INTCONT INICIA".
003490     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
003500     DISPLAY "PERIODO A CONTABILIZAR (AAAAMM): "
003510             WITH NO ADVANCING.
003520     ACCEPT WS_PERIODO_ENTRADA.
003530     DIVIDE WS_PERIODO_ENTRADA BY 100
003540         GIVING WS_PER_ANIO REMAINDER WS_PER_MES.
003550     IF WS_PER_ANIO < 2000 OR WS_PER_MES < 1 OR WS_PER_MES > 12
003560        DISPLAY "PERIODO INVALIDO."
003570        STOP RUN
003580     END-IF.
003590     IF WS_PER_MES = 12
003600        ADD 1 TO WS_PER_ANIO
003610        MOVE 1 TO WS_PER_MES
003620     ELSE
003630        ADD 1 TO WS_PER_MES
003640     END-IF.
003650     COMPUTE WS_PERIODO_SIGUIENTE =
003660             WS_PER_ANIO * 100 + WS_PER_MES.

003670*================================================================
003680* VERIFICAR-CICLO - LA INTERFAZ SOLO CORRE CON EL COBRO DEL
003690* PERIODO CERRADO (RETORNO Y RETORNO DE SEGUNDA PRESENTACION
003700* REGISTRADOS), UNA SOLA VEZ POR PERIODO, Y MIENTRAS EL EXTRACTO
003710* DEL PERIODO SIGA EN DISCO (SI YA SE GENERO EL DEL PERIODO
003720* SIGUIENTE, EXTRACTO-FACTURACION.DAT ES OTRO). CUALQUIERA DE
003730* LOS CASOS RECHAZA LA CORRIDA CON RETURN-CODE 8 ANTES DE ABRIR
003740* NADA.
003750*================================================================
003760 VERIFICAR-CICLO.
003770     OPEN INPUT CICLO.
003780     IF FS_CIC = "35"
003790        DISPLAY "VERIFICAR-CICLO - SIN CONTROL DE CICLO: EL "
003800                "RETORNO DEL PERIODO " WS_PERIODO_ENTRADA
003810                " NO REGISTRO SU CARGA, SE RECHAZA LA CORRIDA"
003820        MOVE 8 TO RETURN-CODE
003830        STOP RUN
003840     END-IF.
003850     IF FS_CIC NOT = "00"
003860        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
003870        STOP RUN
003880     END-IF.
003890     MOVE WS_PERIODO_ENTRADA TO CIC-PERIODO.
003900     READ CICLO
003910         INVALID KEY
003920             MOVE 0 TO CIC-FECHA-RETORNO
003930             MOVE 0 TO CIC-FECHA-RET-SEGUNDA
003940             MOVE 0 TO CIC-FECHA-CONTABLE
003950     END-READ.
003960     IF CIC-FECHA-CONTABLE NOT = 0
003970        DISPLAY "VERIFICAR-CICLO - LA INTERFAZ CONTABLE DEL "
003980                "PERIODO " WS_PERIODO_ENTRADA " YA SE GENERO EL "
003990                CIC-FECHA-CONTABLE ", SE RECHAZA LA CORRIDA"
004000        MOVE 8 TO RETURN-CODE
004010        STOP RUN
004020     END-IF.
004030     IF CIC-FECHA-RETORNO = 0 OR CIC-FECHA-RET-SEGUNDA = 0
004040        DISPLAY "VERIFICAR-CICLO - EL COBRO DEL PERIODO "
004050                WS_PERIODO_ENTRADA " NO ESTA CERRADO (RETORNO "
004060                CIC-FECHA-RETORNO " Y RETORNO 2DA "
004070                CIC-FECHA-RET-SEGUNDA "), SE RECHAZA LA CORRIDA"
004080        MOVE 8 TO RETURN-CODE
004090        STOP RUN
004100     END-IF.
004110     MOVE WS_PERIODO_SIGUIENTE TO CIC-PERIODO.
004120     READ CICLO
004130         INVALID KEY
004140             MOVE 0 TO CIC-FECHA-EXTRACTO
004150     END-READ.
004160     IF CIC-FECHA-EXTRACTO NOT = 0
004170        DISPLAY "VERIFICAR-CICLO - YA SE GENERO EL EXTRACTO DEL "
004180                "PERIODO " WS_PERIODO_SIGUIENTE
004190                ": EL DEL PERIODO " WS_PERIODO_ENTRADA
004200                " YA NO ESTA EN DISCO, SE RECHAZA LA CORRIDA"
004210        MOVE 8 TO RETURN-CODE
004220        STOP RUN
004230     END-IF.
004240     CLOSE CICLO.

004250*================================================================
004260* GEN-TABLA-CONCEPTOS - CARGA EN MEMORIA LAS CUENTAS CONTABLES
004270* DE CADA CONCEPTO (CONCEPTOS-CONTABLES.DAT). SIN EL ARCHIVO NO
004280* HAY A QUE CUENTAS IMPUTAR: SE RECHAZA LA CORRIDA.
004290*================================================================
004300 GEN-TABLA-CONCEPTOS.
004310     MOVE 0 TO WS_CANT_CONCEPTOS.
004320     OPEN INPUT CONCEPTOS.
004330     IF FS_CTB = "35"
004340        DISPLAY "GEN-TABLA-CONCEPTOS - NO EXISTE "
004350                "CONCEPTOS-CONTABLES.DAT (SE CARGA DESDE "
004360                "CTBMANT), SE RECHAZA LA CORRIDA"
004370        MOVE 8 TO RETURN-CODE
004380        STOP RUN
004390     END-IF.
004400     IF FS_CTB NOT = "00"
004410        DISPLAY "Error al abrir Conceptos Contables: " FS_CTB
004420        STOP RUN
004430     END-IF.
004440     PERFORM CARGAR-CONCEPTO
004450         UNTIL FS_CTB = "10"
004460            OR WS_CANT_CONCEPTOS = WS_MAX_CONCEPTOS.
004470     IF WS_CANT_CONCEPTOS = WS_MAX_CONCEPTOS AND FS_CTB NOT = "10"
004480        DISPLAY "GEN-TABLA-CONCEPTOS - ADVERTENCIA: TABLA LLENA "
004490                "(" WS_MAX_CONCEPTOS "), SE IGNORA EL RESTO DE "
004500                "CONCEPTOS-CONTABLES.DAT"
004510     END-IF.
004520     CLOSE CONCEPTOS.
004530     DISPLAY "GEN-TABLA-CONCEPTOS - CONCEPTOS CARGADOS: "
004540             WS_CANT_CONCEPTOS.

004550 CARGAR-CONCEPTO.
004560     READ CONCEPTOS
004570         AT END
004580             MOVE "10" TO FS_CTB
004590         NOT AT END
004600             ADD 1 TO WS_CANT_CONCEPTOS
004610             MOVE CTB-CONCEPTO
004620                  TO WS_CONC-CODIGO(WS_CANT_CONCEPTOS)
004630             MOVE CTB-DESCRIP
004640                  TO WS_CONC-DESCRIP(WS_CANT_CONCEPTOS)
004650             MOVE CTB-CTA-DEBE
004660                  TO WS_CONC-CTA-DEBE(WS_CANT_CONCEPTOS)
004670             MOVE CTB-CTA-HABER
004680                  TO WS_CONC-CTA-HABER(WS_CANT_CONCEPTOS)
004690     END-READ.

004700*================================================================
004710* ABRIR-ARCHIVOS - EXTRACTO, MAESTRO Y CUENTAS-MAESTRO SON
004720* OBLIGATORIOS; EL REPORTE DE CONTROL SE ABRE SIEMPRE. LA
004730* INTERFAZ SE ABRE RECIEN CUANDO LOS CONTROLES DIERON BIEN.
004740*================================================================
004750 ABRIR-ARCHIVOS.
004760     OPEN INPUT EXTRACTO.
004770     IF FS_EXT NOT = "00"
004780        DISPLAY "Error al abrir Extracto: " FS_EXT
004790        STOP RUN
004800     END-IF.
004810     OPEN INPUT MAESTRO.
004820     IF FS_MAE NOT = "00"
004830        DISPLAY "Error al abrir Maestro: " FS_MAE
004840        STOP RUN
004850     END-IF.
004860     OPEN INPUT CTAS_MAESTRO.
004870     IF FS_CTAM NOT = "00"
004880        DISPLAY "Error al abrir Cuentas-Maestro: " FS_CTAM
004890        STOP RUN
004900     END-IF.
004910     OPEN OUTPUT CONTROL_ASI.
004920     IF FS_CTL NOT = "00"
004930        DISPLAY "Error al abrir Control de Asientos: " FS_CTL
004940        STOP RUN
004950     END-IF.
004960     MOVE WS_PERIODO_ENTRADA TO WS_LINTIT-PERIODO.
004970     MOVE WS_FECHA_SISTEMA   TO WS_LINTIT-FECHA.
004980     WRITE LINEA-CTL FROM WS_LINEA-TIT.
004990     MOVE SPACES TO LINEA-CTL.
005000     WRITE LINEA-CTL.

005010*================================================================
005020* LEER-TOTALES-RETORNO - TOMA DE RETORNO-TOTALES.DAT LOS TOTALES
005030* EN PESOS DE CADA CARGA DEL PERIODO (SI HUBIERA MAS DE UNA FILA
005040* DE LA MISMA PRESENTACION VALE LA ULTIMA). UN PERIODO SIN NADA
005050* QUE VOLVER A PRESENTAR NO TIENE FILA DE SEGUNDA: QUEDA EN CERO.
005060*================================================================
005070 LEER-TOTALES-RETORNO.
005080     OPEN INPUT RETORNO_TOT.
005090     IF FS_RTOT = "35"
005100        DISPLAY "LEER-TOTALES-RETORNO - NO EXISTE "
005110                "RETORNO-TOTALES.DAT, SE RECHAZA LA CORRIDA"
005120        MOVE 8 TO RETURN-CODE
005130        STOP RUN
005140     END-IF.
005150     IF FS_RTOT NOT = "00"
005160        DISPLAY "Error al abrir Totales del Retorno: " FS_RTOT
005170        STOP RUN
005180     END-IF.
005190     PERFORM LEER-RET-TOT UNTIL FIN-RTOT.
005200     CLOSE RETORNO_TOT.

005210 LEER-RET-TOT.
005220     READ RETORNO_TOT
005230         AT END
005240             SET FIN-RTOT TO TRUE
005250         NOT AT END
005260             IF RTOT-PERIODO = WS_PERIODO_ENTRADA
005270                IF RTOT-PRESENTACION = 2
005280                   MOVE RTOT-TOT-ACEPTADO  TO WS_RTOT_ACEPT_2
005290                   MOVE RTOT-TOT-RECHAZADO TO WS_RTOT_RECH_2
005300                ELSE
005310                   MOVE RTOT-TOT-ACEPTADO  TO WS_RTOT_ACEPT_1
005320                   MOVE RTOT-TOT-RECHAZADO TO WS_RTOT_RECH_1
005330                END-IF
005340             END-IF
005350     END-READ.
005360     IF FS_RTOT NOT = "00" AND FS_RTOT NOT = "10"
005370        DISPLAY "Error al leer Totales del Retorno: " FS_RTOT
005380        STOP RUN
005390     END-IF.

005400*================================================================
005410* ACUMULAR-EXTRACTO - CADA RENGLON DEL EXTRACTO SUMA AL CONCEPTO
005420* FCU (CUOTA) O FRG (RENGLON "RECARGO MORA"), EN LA ENTIDAD DEL
005430* RENGLON Y LA ZONA DEL CONSORCIO. DEL CIERRE "TRL" SE TOMAN LOS
005440* TOTALES DE CONTROL. UN RENGLON ILEGIBLE NO SE PUEDE IMPUTAR Y
005450* DEJA LA CORRIDA CON DIFERENCIAS.
005460*================================================================
005470 ACUMULAR-EXTRACTO.
005480     PERFORM LEER-EXTRACTO UNTIL FIN-EXT.
005490     IF NOT TRL-VISTO
005500        SET HAY-DIFERENCIAS TO TRUE
005510        MOVE "EXTRACTO SIN REGISTRO DE CIERRE TRL"
005520             TO WS_LINMSG-TEXTO
005530        MOVE 0 TO WS_LINMSG-CANT
005540        WRITE LINEA-CTL FROM WS_LINEA-MSG
005550     END-IF.

005560 LEER-EXTRACTO.
005570     READ EXTRACTO
005580         AT END
005590             SET FIN-EXT TO TRUE
005600         NOT AT END
005610             IF REG-EXTRACTO(1:3) = "TRL"
005620                PERFORM TOMAR-CIERRE-EXTRACTO
005630             ELSE
005640                PERFORM TOMAR-RENGLON-EXTRACTO
005650             END-IF
005660     END-READ.
005670     IF FS_EXT NOT = "00" AND FS_EXT NOT = "10"
005680        DISPLAY "Error al leer Extracto: " FS_EXT
005690        STOP RUN
005700     END-IF.

005710 TOMAR-RENGLON-EXTRACTO.
005720     MOVE REG-EXTRACTO(1:15)  TO WS_CUIT_EXT_ALFA.
005730     MOVE REG-EXTRACTO(73:3)  TO WS_ENTIDAD_EXT_ALFA.
005740     MOVE REG-EXTRACTO(81:10) TO WS_IMP_EXT_TXT.
005750     IF WS_CUIT_EXT_ALFA NOT NUMERIC
005760        OR WS_ENTIDAD_EXT_ALFA NOT NUMERIC
005770        OR WS_IMPX-ENTEROS NOT NUMERIC
005780        OR WS_IMPX-DECIMALES NOT NUMERIC
005790        ADD 1 TO WS_CANT_ILEGIBLES
005800        SET HAY-DIFERENCIAS TO TRUE
005810     ELSE
005820        ADD 1 TO WS_CANT_EXT
005830        MOVE WS_IMPX-ENTEROS   TO WS_IMPA-ENTEROS
005840        MOVE WS_IMPX-DECIMALES TO WS_IMPA-DECIMALES
005850        MOVE WS_IMP_EXT_NUM    TO WS_ACU-IMPORTE
005860        MOVE WS_ENTIDAD_EXT    TO WS_ACU-ENTIDAD
005870        MOVE WS_CUIT_EXT       TO MAE-CUIT-CONS
005880        PERFORM OBTENER-ZONA
005890        IF REG-EXTRACTO(48:15) = "RECARGO MORA"
005900           MOVE "FRG" TO WS_ACU-CONCEPTO
005910           ADD WS_ACU-IMPORTE TO WS_TOT_FRG
005920        ELSE
005930           MOVE "FCU" TO WS_ACU-CONCEPTO
005940           ADD WS_ACU-IMPORTE TO WS_TOT_FCU
005950        END-IF
005960        PERFORM ACUMULAR-ASIENTO
005970     END-IF.

005980*----------------------------------------------------------------
005990* CIERRE DEL EXTRACTO: IMPORTE TOTAL EN (16:14), DE CUOTAS EN
006000* (42:14) Y DE RECARGOS EN (68:14), VER WS_LINEA-TRL DE ALGO4EXP.
006010*----------------------------------------------------------------
006020 TOMAR-CIERRE-EXTRACTO.
006030     SET TRL-VISTO TO TRUE.
006040     MOVE REG-EXTRACTO(16:14) TO WS_IMP_TRL_TXT.
006050     PERFORM ARMAR-IMPORTE-CIERRE.
006060     MOVE WS_IMP_TRL_NUM TO WS_TRL_IMPORTE.
006070     MOVE REG-EXTRACTO(42:14) TO WS_IMP_TRL_TXT.
006080     PERFORM ARMAR-IMPORTE-CIERRE.
006090     MOVE WS_IMP_TRL_NUM TO WS_TRL_IMP_CUO.
006100     MOVE REG-EXTRACTO(68:14) TO WS_IMP_TRL_TXT.
006110     PERFORM ARMAR-IMPORTE-CIERRE.
006120     MOVE WS_IMP_TRL_NUM TO WS_TRL_IMP_RGO.

006130 ARMAR-IMPORTE-CIERRE.
006140     IF WS_IMPT-ENTEROS NOT NUMERIC
006150        OR WS_IMPT-DECIMALES NOT NUMERIC
006160        SET HAY-DIFERENCIAS TO TRUE
006170        MOVE "CIERRE TRL DEL EXTRACTO ILEGIBLE"
006180             TO WS_LINMSG-TEXTO
006190        MOVE 0 TO WS_LINMSG-CANT
006200        WRITE LINEA-CTL FROM WS_LINEA-MSG
006210        MOVE 0 TO WS_IMP_TRL_NUM
006220     ELSE
006230        MOVE WS_IMPT-ENTEROS   TO WS_IMPTA-ENTEROS
006240        MOVE WS_IMPT-DECIMALES TO WS_IMPTA-DECIMALES
006250     END-IF.

006260*================================================================
006270* ACUMULAR-RETORNO - RECORRE EL RETORNO DE LA PRESENTACION
006280* WS_PRESENTACION. EN LA PRIMERA, EL DEBITO ACEPTADO ("00") SUMA
006290* A COB Y EL RECHAZADO A RCH; EN LA SEGUNDA, EL ACEPTADO SUMA A
006300* CB2 Y EL RECHAZADO SOLO SE TOTALIZA PARA EL CONTROL (YA QUEDO
006310* IMPUTADO COMO RCH EN LA PRIMERA). LA ENTIDAD ES LA DE LA CUENTA
006320* EN CUENTAS-MAESTRO; UNA CUENTA QUE YA NO ESTA VA A LA ENTIDAD
006330* 000. SIN RETORNO DE SEGUNDA NO HAY NADA QUE SUMAR.
006340*================================================================
006350 ACUMULAR-RETORNO.
006360     MOVE "N" TO WS_SW_FIN_RET.
006370     OPEN INPUT RETORNO.
006380     IF FS_RET = "35"
006390        IF WS_PRESENTACION = 1
006400           DISPLAY "ACUMULAR-RETORNO - NO EXISTE "
006410                   "RETORNO-FACTURACION.DAT, SE RECHAZA LA "
006420                   "CORRIDA"
006430           MOVE 8 TO RETURN-CODE
006440           STOP RUN
006450        END-IF
006460     ELSE
006470        IF FS_RET NOT = "00"
006480           DISPLAY "Error al abrir Retorno: " FS_RET
006490           STOP RUN
006500        END-IF
006510        PERFORM LEER-RETORNO UNTIL FIN-RET
006520        CLOSE RETORNO
006530     END-IF.

006540 LEER-RETORNO.
006550     READ RETORNO
006560         AT END
006570             SET FIN-RET TO TRUE
006580         NOT AT END
006590             IF RET-PERIODO = WS_PERIODO_ENTRADA
006600                PERFORM TOMAR-FILA-RETORNO
006610             ELSE
006620                ADD 1 TO WS_CANT_OTRO_PERIODO
006630             END-IF
006640     END-READ.
006650     IF FS_RET NOT = "00" AND FS_RET NOT = "10"
006660        DISPLAY "Error al leer Retorno: " FS_RET
006670        STOP RUN
006680     END-IF.

006690 TOMAR-FILA-RETORNO.
006700     MOVE RET-IMPORTE TO WS_ACU-IMPORTE.
006710     IF WS_PRESENTACION = 1
006720        ADD 1 TO WS_CANT_RET
006730        IF RET-COD-RESULTADO = "00"
006740           MOVE "COB" TO WS_ACU-CONCEPTO
006750           ADD RET-IMPORTE TO WS_TOT_COB
006760        ELSE
006770           MOVE "RCH" TO WS_ACU-CONCEPTO
006780           ADD RET-IMPORTE TO WS_TOT_RCH
006790        END-IF
006800     ELSE
006810        ADD 1 TO WS_CANT_RET2
006820        IF RET-COD-RESULTADO = "00"
006830           MOVE "CB2" TO WS_ACU-CONCEPTO
006840           ADD RET-IMPORTE TO WS_TOT_CB2
006850        ELSE
006860           MOVE SPACES TO WS_ACU-CONCEPTO
006870           ADD RET-IMPORTE TO WS_TOT_RCH2
006880        END-IF
006890     END-IF.
006900     IF WS_ACU-CONCEPTO NOT = SPACES
006910        MOVE RET-CUIT-CONS TO CTAM-CUIT-CONS
006920        MOVE RET-NRO-CTA   TO CTAM-NRO-CTA
006930        READ CTAS_MAESTRO
006940            INVALID KEY
006950                MOVE 0 TO WS_ACU-ENTIDAD
006960                ADD 1 TO WS_CANT_SIN_CUENTA
006970            NOT INVALID KEY
006980                MOVE CTAM-ENTIDAD TO WS_ACU-ENTIDAD
006990        END-READ
007000        MOVE RET-CUIT-CONS TO MAE-CUIT-CONS
007010        PERFORM OBTENER-ZONA
007020        PERFORM ACUMULAR-ASIENTO
007030     END-IF.

007040*================================================================
007050* OBTENER-ZONA - ZONA DEL CONSORCIO MAE-CUIT-CONS EN WS_ACU-ZONA
007060* (EN BLANCO SI YA NO ESTA EN EL MAESTRO, COMO UN CONSORCIO SIN
007070* ZONA ASIGNADA).
007080*================================================================
007090 OBTENER-ZONA.
007100     READ MAESTRO
007110         INVALID KEY
007120             MOVE SPACES TO WS_ACU-ZONA
007130         NOT INVALID KEY
007140             MOVE MAE-ZONA TO WS_ACU-ZONA
007150     END-READ.

007160*================================================================
007170* ACUMULAR-ASIENTO - SUMA WS_ACUMULAR EN LA TABLA DE ASIENTOS,
007180* AGREGANDO EL CONCEPTO/ENTIDAD/ZONA SI TODAVIA NO ESTABA. CON LA
007190* TABLA LLENA NO SE PUEDE DESCARTAR PLATA: SE CORTA LA CORRIDA
007200* SIN HABER GRABADO LA INTERFAZ.
007210*================================================================
007220 ACUMULAR-ASIENTO.
007230     MOVE 0 TO WS_IDX_ASI_ENC.
007240     PERFORM BUSCAR-ASIENTO
007250         VARYING WS_IDX_ASI FROM 1 BY 1
007260         UNTIL WS_IDX_ASI > WS_CANT_ASIENTOS
007270            OR WS_IDX_ASI_ENC > 0.
007280     IF WS_IDX_ASI_ENC = 0
007290        IF WS_CANT_ASIENTOS = WS_MAX_ASIENTOS
007300           DISPLAY "ACUMULAR-ASIENTO - TABLA DE ASIENTOS LLENA ("
007310                   WS_MAX_ASIENTOS "), SE RECHAZA LA CORRIDA"
007320           MOVE 8 TO RETURN-CODE
007330           STOP RUN
007340        END-IF
007350        ADD 1 TO WS_CANT_ASIENTOS
007360        MOVE WS_CANT_ASIENTOS TO WS_IDX_ASI_ENC
007370        MOVE WS_ACU-CONCEPTO TO WS_ASI-CONCEPTO(WS_IDX_ASI_ENC)
007380        MOVE WS_ACU-ENTIDAD  TO WS_ASI-ENTIDAD(WS_IDX_ASI_ENC)
007390        MOVE WS_ACU-ZONA     TO WS_ASI-ZONA(WS_IDX_ASI_ENC)
007400        MOVE 0               TO WS_ASI-IMPORTE(WS_IDX_ASI_ENC)
007410     END-IF.
007420     ADD WS_ACU-IMPORTE TO WS_ASI-IMPORTE(WS_IDX_ASI_ENC).

007430 BUSCAR-ASIENTO.
007440     IF WS_ASI-CONCEPTO(WS_IDX_ASI) = WS_ACU-CONCEPTO
007450        AND WS_ASI-ENTIDAD(WS_IDX_ASI) = WS_ACU-ENTIDAD
007460        AND WS_ASI-ZONA(WS_IDX_ASI) = WS_ACU-ZONA
007470        MOVE WS_IDX_ASI TO WS_IDX_ASI_ENC
007480     END-IF.

007490*================================================================
007500* GRABAR-CONTROL - REPORTE DE CONTROL: CADA TOTAL DEL ASIENTO
007510* CONTRA SU TOTAL DE ORIGEN (TRL DEL EXTRACTO, RETORNO-
007520* TOTALES.DAT), LOS CONCEPTOS SIN CUENTAS CONTABLES Y EL DETALLE
007530* POR CONCEPTO, ENTIDAD Y ZONA. CUALQUIER DIFERENCIA PRENDE
007540* HAY-DIFERENCIAS.
007550*================================================================
007560 GRABAR-CONTROL.
007570     WRITE LINEA-CTL FROM WS_LINEA-ENC.
007580     ADD WS_TOT_FCU WS_TOT_FRG GIVING WS_TOT_FACTURADO.
007590     MOVE "EXTRACTO TOTAL (TRL)"  TO WS_LINCTL-DESCRIP.
007600     MOVE WS_TRL_IMPORTE          TO WS_CTL_ORIGEN.
007610     MOVE WS_TOT_FACTURADO        TO WS_CTL_ASIENTO.
007620     PERFORM GRABAR-LINEA-CONTROL.
007630     MOVE "EXTRACTO CUOTAS (TRL)" TO WS_LINCTL-DESCRIP.
007640     MOVE WS_TRL_IMP_CUO          TO WS_CTL_ORIGEN.
007650     MOVE WS_TOT_FCU              TO WS_CTL_ASIENTO.
007660     PERFORM GRABAR-LINEA-CONTROL.
007670     MOVE "EXTRACTO RECARGOS (TRL)" TO WS_LINCTL-DESCRIP.
007680     MOVE WS_TRL_IMP_RGO          TO WS_CTL_ORIGEN.
007690     MOVE WS_TOT_FRG              TO WS_CTL_ASIENTO.
007700     PERFORM GRABAR-LINEA-CONTROL.
007710     MOVE "RETORNO ACEPTADO (RTOT 1)" TO WS_LINCTL-DESCRIP.
007720     MOVE WS_RTOT_ACEPT_1         TO WS_CTL_ORIGEN.
007730     MOVE WS_TOT_COB              TO WS_CTL_ASIENTO.
007740     PERFORM GRABAR-LINEA-CONTROL.
007750     MOVE "RETORNO RECHAZADO (RTOT 1)" TO WS_LINCTL-DESCRIP.
007760     MOVE WS_RTOT_RECH_1          TO WS_CTL_ORIGEN.
007770     MOVE WS_TOT_RCH              TO WS_CTL_ASIENTO.
007780     PERFORM GRABAR-LINEA-CONTROL.
007790     MOVE "2DA PRES ACEPTADO (RTOT 2)" TO WS_LINCTL-DESCRIP.
007800     MOVE WS_RTOT_ACEPT_2         TO WS_CTL_ORIGEN.
007810     MOVE WS_TOT_CB2              TO WS_CTL_ASIENTO.
007820     PERFORM GRABAR-LINEA-CONTROL.
007830     MOVE "2DA PRES RECHAZADO (RTOT 2)" TO WS_LINCTL-DESCRIP.
007840     MOVE WS_RTOT_RECH_2          TO WS_CTL_ORIGEN.
007850     MOVE WS_TOT_RCH2             TO WS_CTL_ASIENTO.
007860     PERFORM GRABAR-LINEA-CONTROL.
007870     PERFORM VERIFICAR-CONCEPTO
007880         VARYING WS_IDX_ASI FROM 1 BY 1
007890         UNTIL WS_IDX_ASI > WS_CANT_ASIENTOS.
007900     MOVE "ASIENTO DEBE / HABER"  TO WS_LINCTL-DESCRIP.
007910     MOVE WS_TOT_DEBE             TO WS_CTL_ORIGEN.
007920     MOVE WS_TOT_HABER            TO WS_CTL_ASIENTO.
007930     PERFORM GRABAR-LINEA-CONTROL.
007940     MOVE SPACES TO LINEA-CTL.
007950     WRITE LINEA-CTL.
007960     IF WS_CANT_ILEGIBLES > 0
007970        MOVE "RENGLONES DEL EXTRACTO ILEGIBLES, SIN IMPUTAR"
007980             TO WS_LINMSG-TEXTO
007990        MOVE WS_CANT_ILEGIBLES TO WS_LINMSG-CANT
008000        WRITE LINEA-CTL FROM WS_LINEA-MSG
008010     END-IF.
008020     IF WS_CANT_SIN_CUENTA > 0
008030        MOVE "FILAS DEL RETORNO SIN CUENTA-MAESTRO (ENTIDAD 000)"
008040             TO WS_LINMSG-TEXTO
008050        MOVE WS_CANT_SIN_CUENTA TO WS_LINMSG-CANT
008060        WRITE LINEA-CTL FROM WS_LINEA-MSG
008070     END-IF.
008080     IF HAY-DIFERENCIAS
008090        MOVE "RESULTADO: CON DIFERENCIAS, INTERFAZ NO GENERADA"
008100             TO WS_LINMSG-TEXTO
008110     ELSE
008120        MOVE "RESULTADO: CONTROLES OK, INTERFAZ GENERADA"
008130             TO WS_LINMSG-TEXTO
008140     END-IF.
008150     MOVE 0 TO WS_LINMSG-CANT.
008160     WRITE LINEA-CTL FROM WS_LINEA-MSG.
008170     MOVE SPACES TO LINEA-CTL.
008180     WRITE LINEA-CTL.
008190     WRITE LINEA-CTL FROM WS_LINEA-ENC-DET.
008200     PERFORM GRABAR-DETALLE-CONTROL
008210         VARYING WS_IDX_ASI FROM 1 BY 1
008220         UNTIL WS_IDX_ASI > WS_CANT_ASIENTOS.

008230 GRABAR-LINEA-CONTROL.
008240     COMPUTE WS_CTL_DIFERENCIA = WS_CTL_ASIENTO - WS_CTL_ORIGEN.
008250     MOVE WS_CTL_ORIGEN     TO WS_LINCTL-ORIGEN.
008260     MOVE WS_CTL_ASIENTO    TO WS_LINCTL-ASIENTO.
008270     MOVE WS_CTL_DIFERENCIA TO WS_LINCTL-DIF.
008280     IF WS_CTL_DIFERENCIA = 0
008290        MOVE "OK"  TO WS_LINCTL-MARCA
008300     ELSE
008310        MOVE "DIF" TO WS_LINCTL-MARCA
008320        SET HAY-DIFERENCIAS TO TRUE
008330     END-IF.
008340     WRITE LINEA-CTL FROM WS_LINEA-CTL.
008350     IF FS_CTL NOT = "00"
008360        DISPLAY "Error al grabar Control de Asientos: " FS_CTL
008370        STOP RUN
008380     END-IF.

008390*================================================================
008400* VERIFICAR-CONCEPTO - UBICA LAS CUENTAS CONTABLES DEL RENGLON
008410* WS_IDX_ASI DE LA TABLA Y SUMA SU IMPORTE AL DEBE Y AL HABER.
008420* UN CONCEPTO SIN CUENTAS SE REPORTA (UNA SOLA VEZ) Y NO SE SUMA.
008430*================================================================
008440 VERIFICAR-CONCEPTO.
008450     PERFORM BUSCAR-CONCEPTO.
008460     IF WS_IDX_CTB_ENC = 0
008470        SET HAY-DIFERENCIAS TO TRUE
008480        MOVE SPACES TO WS_LINMSG-TEXTO
008490        STRING "CONCEPTO " WS_ASI-CONCEPTO(WS_IDX_ASI)
008500               " SIN CUENTAS EN CONCEPTOS-CONTABLES.DAT, ENTIDAD"
008510               DELIMITED BY SIZE INTO WS_LINMSG-TEXTO
008520        MOVE WS_ASI-ENTIDAD(WS_IDX_ASI) TO WS_LINMSG-CANT
008530        WRITE LINEA-CTL FROM WS_LINEA-MSG
008540     ELSE
008550        ADD WS_ASI-IMPORTE(WS_IDX_ASI) TO WS_TOT_DEBE
008560        ADD WS_ASI-IMPORTE(WS_IDX_ASI) TO WS_TOT_HABER
008570     END-IF.

008580 BUSCAR-CONCEPTO.
008590     MOVE 0 TO WS_IDX_CTB_ENC.
008600     PERFORM EVALUAR-CONCEPTO
008610         VARYING WS_IDX_CTB FROM 1 BY 1
008620         UNTIL WS_IDX_CTB > WS_CANT_CONCEPTOS
008630            OR WS_IDX_CTB_ENC > 0.

008640 EVALUAR-CONCEPTO.
008650     IF WS_CONC-CODIGO(WS_IDX_CTB) = WS_ASI-CONCEPTO(WS_IDX_ASI)
008660        MOVE WS_IDX_CTB TO WS_IDX_CTB_ENC
008670     END-IF.

008680 GRABAR-DETALLE-CONTROL.
008690     PERFORM BUSCAR-CONCEPTO.
008700     MOVE WS_ASI-CONCEPTO(WS_IDX_ASI) TO WS_LINDET-CONCEPTO.
008710     MOVE WS_ASI-ENTIDAD(WS_IDX_ASI)  TO WS_LINDET-ENTIDAD.
008720     MOVE WS_ASI-ZONA(WS_IDX_ASI)     TO WS_LINDET-ZONA.
008730     MOVE WS_ASI-IMPORTE(WS_IDX_ASI)  TO WS_LINDET-IMPORTE.
008740     IF WS_IDX_CTB_ENC = 0
008750        MOVE "SIN CUENTA" TO WS_LINDET-DEBE
008760        MOVE "SIN CUENTA" TO WS_LINDET-HABER
008770     ELSE
008780        MOVE WS_CONC-CTA-DEBE(WS_IDX_CTB_ENC)  TO WS_LINDET-DEBE
008790        MOVE WS_CONC-CTA-HABER(WS_IDX_CTB_ENC) TO WS_LINDET-HABER
008800     END-IF.
008810     WRITE LINEA-CTL FROM WS_LINEA-DET.

008820*================================================================
008830* GRABAR-INTERFAZ - CON LOS CONTROLES BIEN, GRABA POR CADA
008840* CONCEPTO/ENTIDAD/ZONA EL RENGLON DEL DEBE Y EL DEL HABER, Y EL
008850* CIERRE "TRL" CON LOS TOTALES.
008860*================================================================
008870 GRABAR-INTERFAZ.
008880     OPEN OUTPUT ASIENTOS.
008890     IF FS_ASI NOT = "00"
008900        DISPLAY "Error al abrir Asientos Contables: " FS_ASI
008910        STOP RUN
008920     END-IF.
008930     MOVE WS_PERIODO_ENTRADA TO WS_LINASI-PERIODO.
008940     MOVE WS_FECHA_SISTEMA   TO WS_LINASI-FECHA.
008950     PERFORM GRABAR-ASIENTO
008960         VARYING WS_IDX_ASI FROM 1 BY 1
008970         UNTIL WS_IDX_ASI > WS_CANT_ASIENTOS.
008980     MOVE WS_CANT_LINEAS TO WS_LINATRL-CANT.
008990     MOVE WS_TOT_DEBE    TO WS_LINATRL-DEBE.
009000     MOVE WS_TOT_HABER   TO WS_LINATRL-HABER.
009010     WRITE REG-ASIENTO FROM WS_LINEA-ASI-TRL.
009020     IF FS_ASI NOT = "00"
009030        DISPLAY "Error al grabar Asientos Contables: " FS_ASI
009040        STOP RUN
009050     END-IF.
009060     CLOSE ASIENTOS.

009070 GRABAR-ASIENTO.
009080     PERFORM BUSCAR-CONCEPTO.
009090     MOVE WS_ASI-CONCEPTO(WS_IDX_ASI) TO WS_LINASI-CONCEPTO.
009100     MOVE WS_ASI-ENTIDAD(WS_IDX_ASI)  TO WS_LINASI-ENTIDAD.
009110     MOVE WS_ASI-ZONA(WS_IDX_ASI)     TO WS_LINASI-ZONA.
009120     MOVE WS_ASI-IMPORTE(WS_IDX_ASI)  TO WS_LINASI-IMPORTE.
009130     MOVE WS_CONC-CTA-DEBE(WS_IDX_CTB_ENC)  TO WS_LINASI-CUENTA.
009140     MOVE "D" TO WS_LINASI-DH.
009150     WRITE REG-ASIENTO FROM WS_LINEA-ASI.
009160     MOVE WS_CONC-CTA-HABER(WS_IDX_CTB_ENC) TO WS_LINASI-CUENTA.
009170     MOVE "H" TO WS_LINASI-DH.
009180     WRITE REG-ASIENTO FROM WS_LINEA-ASI.
009190     IF FS_ASI NOT = "00"
009200        DISPLAY "Error al grabar Asientos Contables: " FS_ASI
009210        STOP RUN
009220     END-IF.
009230     ADD 2 TO WS_CANT_LINEAS.

009240*================================================================
009250* REGISTRAR-CICLO-CONTABLE - LA INTERFAZ GENERADA REGISTRA SU FIN
009260* EN CICLO-CONTROL.DAT; DESDE AHI EL PERIODO NO SE VUELVE A
009270* CONTABILIZAR.
009280*================================================================
009290 REGISTRAR-CICLO-CONTABLE.
009300     OPEN I-O CICLO.
009310     IF FS_CIC NOT = "00"
009320        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
009330        STOP RUN
009340     END-IF.
009350     MOVE WS_PERIODO_ENTRADA TO CIC-PERIODO.
009360     READ CICLO
009370         INVALID KEY
009380             DISPLAY "Error al releer Control de Ciclo: " FS_CIC
009390             STOP RUN
009400     END-READ.
009410     MOVE WS_FECHA_SISTEMA TO CIC-FECHA-CONTABLE.
009420     REWRITE REG-CICLO.
009430     IF FS_CIC NOT = "00"
009440        DISPLAY "Error al grabar Control de Ciclo: " FS_CIC
009450        STOP RUN
009460     END-IF.
009470     CLOSE CICLO.
009480     DISPLAY "REGISTRAR-CICLO-CONTABLE - PERIODO "
009490             WS_PERIODO_ENTRADA " INTERFAZ CONTABLE REGISTRADA".

009500*================================================================
009510* MOSTRAR-RESUMEN - TOTALES DE LA CORRIDA
009520*================================================================
009530 MOSTRAR-RESUMEN.
009540     DISPLAY "RENGLONES DE EXTRACTO........: " WS_CANT_EXT.
009550     DISPLAY "RENGLONES ILEGIBLES..........: " WS_CANT_ILEGIBLES.
009560     DISPLAY "FILAS DE RETORNO.............: " WS_CANT_RET.
009570     DISPLAY "FILAS DE RETORNO 2DA PRESENT.: " WS_CANT_RET2.
009580     DISPLAY "FILAS DE OTRO PERIODO........: "
009590             WS_CANT_OTRO_PERIODO.
009600     DISPLAY "ASIENTOS (CONCEPTO/ENT/ZONA).: " WS_CANT_ASIENTOS.
009610     DISPLAY "RENGLONES DE INTERFAZ........: " WS_CANT_LINEAS.

009620*================================================================
009630* CERRAR-ARCHIVOS - CIERRE ORDENADO DE TODOS LOS ARCHIVOS
009640*================================================================
009650 CERRAR-ARCHIVOS.
009660     CLOSE EXTRACTO MAESTRO CTAS_MAESTRO CONTROL_ASI.
