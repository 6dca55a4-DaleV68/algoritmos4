000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CARTSEG.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. SEGUIMIENTO DE LAS CARTAS DE
000110*                  INTIMACION: RECORRE NOTIFICACIONES.DAT (COPY
000120*                  NTFREC) Y LISTA EN CARTAS-SEGUIMIENTO.DAT LOS
000130*                  CONSORCIOS CUYA ULTIMA CARTA SIGUE SIN DEBITO
000140*                  ACEPTADO (ALGO4IMP NO LA DIO POR RESPONDIDA)
000150*                  DESPUES DE LOS DIAS PEDIDOS POR CONSOLA, CON
000160*                  EL TIPO DE CARTA, LOS PERIODOS Y EL IMPORTE
000170*                  RECLAMADOS, PARA DERIVARLOS A LEGALES.
000180*================================================================

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT NOTIFICACIONES ASSIGN TO DISK
000230                          ORGANIZATION IS INDEXED
000240                          ACCESS MODE IS DYNAMIC
000250                          RECORD KEY IS NTF-CLAVE
000260                          FILE STATUS IS FS_NTF.

000270     SELECT MAESTRO      ASSIGN TO DISK
000280                          ORGANIZATION IS INDEXED
000290                          ACCESS MODE IS DYNAMIC
000300                          RECORD KEY IS MAE-CUIT-CONS
000310                          FILE STATUS IS FS_MAE.

000320     SELECT SEGUIMIENTO  ASSIGN TO DISK
000330                          FILE STATUS IS FS_SGT.

000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  NOTIFICACIONES LABEL RECORD IS STANDARD
000370             VALUE OF FILE-ID IS "notificaciones.dat".

000380     COPY NTFREC.

000390 FD  MAESTRO LABEL RECORD IS STANDARD
000400             VALUE OF FILE-ID IS "maestro.dat".

000410     COPY MAEREC.

000420*----------------------------------------------------------------
000430* SEGUIMIENTO - CONSORCIOS A DERIVAR A LEGALES: POR CADA UNO, LA
000440* ULTIMA CARTA SIN RESPUESTA (TIPO, FECHA, DIAS TRANSCURRIDOS,
000450* PERIODOS E IMPORTE RECLAMADOS), CON TOTAL GENERAL.
000460*----------------------------------------------------------------
000470 FD  SEGUIMIENTO LABEL RECORD OMITTED
000480             VALUE OF FILE-ID IS "cartas-seguimiento.dat".

000490 01  LINEA-SGT                  PIC X(80).

000500 WORKING-STORAGE SECTION.
000510 77  FS_NTF                PIC XX.
000520 77  FS_MAE                PIC XX.
000530 77  FS_SGT                PIC XX.
000540 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
000550 77  WS_DIAS_ENTRADA       PIC 9(03) VALUE 0.
000560 77  WS_CANT_NTF_LEIDAS    PIC 9(10) VALUE 0.
000570 77  WS_CANT_CONSORCIOS    PIC 9(10) VALUE 0.
000580 77  WS_CANT_RESPONDIDOS   PIC 9(10) VALUE 0.
000590 77  WS_CANT_EN_PLAZO      PIC 9(10) VALUE 0.
000600 77  WS_CANT_A_DERIVAR     PIC 9(10) VALUE 0.
000610 77  WS_TOT_A_DERIVAR      PIC 9(11)V99 VALUE 0.
000620 77  WS_IMP_EDIT           PIC Z(10)9.99.

000630*----------------------------------------------------------------
000640* CORTE POR CONSORCIO: LA ULTIMA NOTIFICACION ABIERTA EN ORDEN DE
000650* CLAVE (PERIODO Y TIPO MAS ALTOS) ES LA CARTA MAS RECIENTE SIN
000660* RESPUESTA. UN DEBITO ACEPTADO CIERRA TODAS LAS ABIERTAS DEL
000670* CONSORCIO, ASI QUE LAS QUE QUEDAN ABIERTAS SON POSTERIORES.
000680*----------------------------------------------------------------
000690 77  WS_CUIT_ANTERIOR      PIC 9(15) VALUE 0.
000700 77  WS_CANT_ABIERTAS      PIC 9(05) VALUE 0.
000710 77  WS_ULT_TIPO           PIC 9(01) VALUE 0.
000720 77  WS_ULT_FECHA          PIC 9(08) VALUE 0.
000730 77  WS_ULT_CANT_PER       PIC 9(03) VALUE 0.
000740 77  WS_ULT_IMPORTE        PIC 9(09)V99 VALUE 0.

000750*----------------------------------------------------------------
000760* DIAS TRANSCURRIDOS: CADA FECHA AAAAMMDD SE PASA A UN NUMERO DE
000770* DIA ABSOLUTO (DIAS DESDE EL 01/01/0001, CON LOS BISIESTOS DEL
000780* CALENDARIO GREGORIANO) Y SE RESTAN, COMO EN RECARGOS.
000790*----------------------------------------------------------------
000800 77  WS_FEC_CALC           PIC 9(08) VALUE 0.
000810 77  WS_FEC_ANIO           PIC 9(04) VALUE 0.
000820 77  WS_FEC_MMDD           PIC 9(04) VALUE 0.
000830 77  WS_FEC_MES            PIC 9(02) VALUE 0.
000840 77  WS_FEC_DIA            PIC 9(02) VALUE 0.
000850 77  WS_FEC_ANIO_ANT       PIC 9(04) VALUE 0.
000860 77  WS_FEC_COCIENTE       PIC 9(07) VALUE 0.
000870 77  WS_FEC_RESTO          PIC 9(04) VALUE 0.
000880 77  WS_DIA_ABS            PIC 9(07) VALUE 0.
000890 77  WS_DIA_ABS_HOY        PIC 9(07) VALUE 0.
000900 77  WS_DIAS_SIN_DEBITO    PIC 9(05) VALUE 0.

000910 01  WS_DIAS_ACUM_MES      PIC X(36)
000920         VALUE "000031059090120151181212243273304334".
000930 01  WS_DIAS_ACUM-R REDEFINES WS_DIAS_ACUM_MES.
000940     03 WS_DIAS_ACUM       PIC 9(03) OCCURS 12 TIMES.

000950 01  WS_NOMBRES-CORTOS.
000960     03 FILLER             PIC X(11) VALUE "1ER AVISO".
000970     03 FILLER             PIC X(11) VALUE "2DO AVISO".
000980     03 FILLER             PIC X(11) VALUE "PREJUDICIAL".
000990 01  WS_NOMBRES-R REDEFINES WS_NOMBRES-CORTOS.
001000     03 WS_NOMBRE-CORTO    PIC X(11) OCCURS 3 TIMES.

001010 01  WS_SWITCHES.
001020     03 WS_SW_FIN_NTF      PIC X(01) VALUE "N".
001030        88 FIN-NTF                  VALUE "S".

001040*----------------------------------------------------------------
001050* RENGLONES DEL LISTADO DE SEGUIMIENTO
001060*----------------------------------------------------------------
001070 01  WS_LINEA-TIT.
001080     03 FILLER             PIC X(39)
001090         VALUE "NOTIFICADOS SIN DEBITO ACEPTADO A MAS ".
001100     03 FILLER             PIC X(03) VALUE "DE ".
001110     03 WS_LINTIT-DIAS     PIC ZZ9.
001120     03 FILLER             PIC X(13) VALUE " DIAS - AL ".
001130     03 WS_LINTIT-FECHA    PIC 9(08).

001140 01  WS_LINEA-ENC.
001150     03 FILLER             PIC X(48) VALUE
001160         " CUIT            NOMBRE             ULTIMA CARTA".
001170     03 FILLER             PIC X(31) VALUE
001180         "FECHA     DIAS PER      IMPORTE".

001190 01  WS_LINEA-DET.
001200     03 FILLER             PIC X(01) VALUE SPACES.
001210     03 WS_LINDET-CUIT     PIC 9(15).
001220     03 FILLER             PIC X(01) VALUE SPACES.
001230     03 WS_LINDET-NOMBRE   PIC X(18).
001240     03 FILLER             PIC X(01) VALUE SPACES.
001250     03 WS_LINDET-TIPO     PIC X(11).
001260     03 FILLER             PIC X(01) VALUE SPACES.
001270     03 WS_LINDET-FECHA    PIC 9(08).
001280     03 FILLER             PIC X(01) VALUE SPACES.
001290     03 WS_LINDET-DIAS     PIC ZZZZ9.
001300     03 FILLER             PIC X(01) VALUE SPACES.
001310     03 WS_LINDET-CANT     PIC ZZ9.
001320     03 FILLER             PIC X(01) VALUE SPACES.
001330     03 WS_LINDET-IMPORTE  PIC Z(08)9.99.

001340 01  WS_LINEA-TOT.
001350     03 FILLER             PIC X(01) VALUE SPACES.
001360     03 WS_LINTOT-TITULO   PIC X(30).
001370     03 WS_LINTOT-CANT     PIC Z(09)9.
001380     03 FILLER             PIC X(04) VALUE SPACES.
001390     03 WS_LINTOT-IMPORTE  PIC Z(10)9.99.

001400 PROCEDURE DIVISION.
001410     PERFORM INICIALIZAR.
001420     PERFORM RECORRER-NOTIFICACIONES.
001430     PERFORM MOSTRAR-RESUMEN.
001440     PERFORM CERRAR-ARCHIVOS.
001450     STOP RUN.

001460*================================================================
001470* INICIALIZAR - PIDE LOS DIAS SIN DEBITO ACEPTADO A PARTIR DE LOS
001480* CUALES SE DERIVA UN CONSORCIO Y ABRE LOS ARCHIVOS. SIN
001490* NOTIFICACIONES.DAT NO SE EMITIO NINGUNA CARTA TODAVIA.
001500*================================================================
001510 INICIALIZAR.
001520     DISPLAY "CARTSEG INICIA".
001530     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
001540     MOVE WS_FECHA_SISTEMA TO WS_FEC_CALC.
001550     PERFORM CALCULAR-DIA-ABSOLUTO.
001560     MOVE WS_DIA_ABS TO WS_DIA_ABS_HOY.
001570     DISPLAY "DIAS SIN DEBITO ACEPTADO PARA DERIVAR (NNN): "
001580             WITH NO ADVANCING.
001590     ACCEPT WS_DIAS_ENTRADA.
001600     IF WS_DIAS_ENTRADA = 0
001610        DISPLAY "CANTIDAD DE DIAS INVALIDA."
001620        STOP RUN
001630     END-IF.
001640     OPEN INPUT NOTIFICACIONES.
001650     IF FS_NTF = "35"
001660        DISPLAY "NO EXISTEN NOTIFICACIONES TODAVIA."
001670        STOP RUN
001680     END-IF.
001690     IF FS_NTF NOT = "00"
001700        DISPLAY "Error al abrir Notificaciones: " FS_NTF
001710        STOP RUN
001720     END-IF.
001730     OPEN INPUT MAESTRO.
001740     IF FS_MAE NOT = "00"
001750        DISPLAY "Error al abrir Maestro: " FS_MAE
001760        STOP RUN
001770     END-IF.
001780     OPEN OUTPUT SEGUIMIENTO.
001790     IF FS_SGT NOT = "00"
001800        DISPLAY "Error al abrir Seguimiento de Cartas: " FS_SGT
001810        STOP RUN
001820     END-IF.
001830     MOVE WS_DIAS_ENTRADA  TO WS_LINTIT-DIAS.
001840     MOVE WS_FECHA_SISTEMA TO WS_LINTIT-FECHA.
001850     MOVE WS_LINEA-TIT TO LINEA-SGT.
001860     PERFORM GRABAR-LINEA-SGT.
001870     MOVE SPACES TO LINEA-SGT.
001880     PERFORM GRABAR-LINEA-SGT.
001890     MOVE WS_LINEA-ENC TO LINEA-SGT.
001900     PERFORM GRABAR-LINEA-SGT.

001910*================================================================
001920* RECORRER-NOTIFICACIONES - LEE NOTIFICACIONES.DAT EN ORDEN DE
001930* CLAVE (CUIT+PERIODO+TIPO) Y EVALUA CADA CONSORCIO AL CAMBIAR DE
001940* CUIT Y AL FINAL.
001950*================================================================
001960 RECORRER-NOTIFICACIONES.
001970     MOVE 0 TO NTF-CUIT-CONS.
001980     MOVE 0 TO NTF-PERIODO.
001990     MOVE 0 TO NTF-TIPO.
002000     START NOTIFICACIONES KEY NOT < NTF-CLAVE
002010         INVALID KEY
002020             SET FIN-NTF TO TRUE
002030     END-START.
002040     PERFORM LEER-NOTIFICACION UNTIL FIN-NTF.
002050     IF WS_CUIT_ANTERIOR NOT = 0
002060        PERFORM EVALUAR-CONSORCIO
002070     END-IF.
002080     MOVE SPACES TO LINEA-SGT.
002090     PERFORM GRABAR-LINEA-SGT.
002100     MOVE "CONSORCIOS A DERIVAR" TO WS_LINTOT-TITULO.
002110     MOVE WS_CANT_A_DERIVAR TO WS_LINTOT-CANT.
002120     MOVE WS_TOT_A_DERIVAR  TO WS_LINTOT-IMPORTE.
002130     MOVE WS_LINEA-TOT TO LINEA-SGT.
002140     PERFORM GRABAR-LINEA-SGT.

002150 LEER-NOTIFICACION.
002160     READ NOTIFICACIONES NEXT
002170         AT END
002180             SET FIN-NTF TO TRUE
002190         NOT AT END
002200             ADD 1 TO WS_CANT_NTF_LEIDAS
002210             PERFORM ACUMULAR-NOTIFICACION
002220     END-READ.
002230     IF FS_NTF NOT = "00" AND FS_NTF NOT = "10"
002240        DISPLAY "Error al leer Notificaciones: " FS_NTF
002250        STOP RUN
002260     END-IF.

002270*================================================================
002280* ACUMULAR-NOTIFICACION - AL CAMBIAR DE CONSORCIO EVALUA EL
002290* ANTERIOR; LUEGO, SI LA NOTIFICACION SIGUE ABIERTA, LA GUARDA
002300* COMO LA ULTIMA CARTA SIN RESPUESTA DEL CONSORCIO.
002310*================================================================
002320 ACUMULAR-NOTIFICACION.
002330     IF NTF-CUIT-CONS NOT = WS_CUIT_ANTERIOR
002340        IF WS_CUIT_ANTERIOR NOT = 0
002350           PERFORM EVALUAR-CONSORCIO
002360        END-IF
002370        MOVE NTF-CUIT-CONS TO WS_CUIT_ANTERIOR
002380        MOVE 0 TO WS_CANT_ABIERTAS
002390        ADD 1 TO WS_CANT_CONSORCIOS
002400     END-IF.
002410     IF NTF-ABIERTA
002420        ADD 1 TO WS_CANT_ABIERTAS
002430        MOVE NTF-TIPO           TO WS_ULT_TIPO
002440        MOVE NTF-FECHA          TO WS_ULT_FECHA
002450        MOVE NTF-CANT-PERIODOS  TO WS_ULT_CANT_PER
002460        MOVE NTF-IMPORTE        TO WS_ULT_IMPORTE
002470     END-IF.

002480*================================================================
002490* EVALUAR-CONSORCIO - SIN NOTIFICACIONES ABIERTAS EL CONSORCIO YA
002500* TUVO UN DEBITO ACEPTADO. CON ALGUNA ABIERTA SE CUENTAN LOS DIAS
002510* DESDE LA ULTIMA CARTA: DESDE LOS DIAS PEDIDOS SE LO LISTA PARA
002520* DERIVAR; ANTES, TODAVIA ESTA EN PLAZO.
002530*================================================================
002540 EVALUAR-CONSORCIO.
002550     IF WS_CANT_ABIERTAS = 0
002560        ADD 1 TO WS_CANT_RESPONDIDOS
002570     ELSE
002580        MOVE WS_ULT_FECHA TO WS_FEC_CALC
002590        PERFORM CALCULAR-DIA-ABSOLUTO
002600        IF WS_DIA_ABS < WS_DIA_ABS_HOY
002610           SUBTRACT WS_DIA_ABS FROM WS_DIA_ABS_HOY
002620               GIVING WS_DIAS_SIN_DEBITO
002630        ELSE
002640           MOVE 0 TO WS_DIAS_SIN_DEBITO
002650        END-IF
002660        IF WS_DIAS_SIN_DEBITO NOT < WS_DIAS_ENTRADA
002670           PERFORM GRABAR-DETALLE-DERIVAR
002680        ELSE
002690           ADD 1 TO WS_CANT_EN_PLAZO
002700        END-IF
002710     END-IF.

002720 GRABAR-DETALLE-DERIVAR.
002730     MOVE WS_CUIT_ANTERIOR TO WS_LINDET-CUIT.
002740     MOVE WS_CUIT_ANTERIOR TO MAE-CUIT-CONS.
002750     READ MAESTRO
002760         INVALID KEY
002770             MOVE "NO FIGURA EN MAESTRO" TO WS_LINDET-NOMBRE
002780         NOT INVALID KEY
002790             MOVE MAE-NOMBRE-CONSORCIO TO WS_LINDET-NOMBRE
002800     END-READ.
002810     MOVE WS_NOMBRE-CORTO(WS_ULT_TIPO) TO WS_LINDET-TIPO.
002820     MOVE WS_ULT_FECHA       TO WS_LINDET-FECHA.
002830     MOVE WS_DIAS_SIN_DEBITO TO WS_LINDET-DIAS.
002840     MOVE WS_ULT_CANT_PER    TO WS_LINDET-CANT.
002850     MOVE WS_ULT_IMPORTE     TO WS_LINDET-IMPORTE.
002860     MOVE WS_LINEA-DET TO LINEA-SGT.
002870     PERFORM GRABAR-LINEA-SGT.
002880     ADD 1 TO WS_CANT_A_DERIVAR.
002890     ADD WS_ULT_IMPORTE TO WS_TOT_A_DERIVAR.

002900*================================================================
002910* CALCULAR-DIA-ABSOLUTO - DEJA EN WS_DIA_ABS EL NUMERO DE DIA
002920* ABSOLUTO DE LA FECHA WS_FEC_CALC (AAAAMMDD): 365 DIAS POR ANIO
002930* COMPLETO MAS LOS BISIESTOS (CADA 4, SALVO SECULARES NO
002940* DIVISIBLES POR 400), LOS DIAS DE LOS MESES COMPLETOS Y EL DIA.
002950*================================================================
002960 CALCULAR-DIA-ABSOLUTO.
002970     DIVIDE WS_FEC_CALC BY 10000
002980         GIVING WS_FEC_ANIO REMAINDER WS_FEC_MMDD.
002990     DIVIDE WS_FEC_MMDD BY 100
003000         GIVING WS_FEC_MES REMAINDER WS_FEC_DIA.
003010     IF WS_FEC_MES < 1 OR WS_FEC_MES > 12 OR WS_FEC_ANIO = 0
003020        MOVE WS_DIA_ABS_HOY TO WS_DIA_ABS
003030     ELSE
003040        SUBTRACT 1 FROM WS_FEC_ANIO GIVING WS_FEC_ANIO_ANT
003050        MULTIPLY WS_FEC_ANIO_ANT BY 365 GIVING WS_DIA_ABS
003060        DIVIDE WS_FEC_ANIO_ANT BY 4 GIVING WS_FEC_COCIENTE
003070        ADD WS_FEC_COCIENTE TO WS_DIA_ABS
003080        DIVIDE WS_FEC_ANIO_ANT BY 100 GIVING WS_FEC_COCIENTE
003090        SUBTRACT WS_FEC_COCIENTE FROM WS_DIA_ABS
003100        DIVIDE WS_FEC_ANIO_ANT BY 400 GIVING WS_FEC_COCIENTE
003110        ADD WS_FEC_COCIENTE TO WS_DIA_ABS
003120        ADD WS_DIAS_ACUM(WS_FEC_MES) TO WS_DIA_ABS
003130        ADD WS_FEC_DIA TO WS_DIA_ABS
003140        IF WS_FEC_MES > 2
003150           PERFORM SUMAR-DIA-BISIESTO
003160        END-IF
003170     END-IF.

003180 SUMAR-DIA-BISIESTO.
003190     DIVIDE WS_FEC_ANIO BY 4
003200         GIVING WS_FEC_COCIENTE REMAINDER WS_FEC_RESTO.
003210     IF WS_FEC_RESTO = 0
003220        DIVIDE WS_FEC_ANIO BY 100
003230            GIVING WS_FEC_COCIENTE REMAINDER WS_FEC_RESTO
003240        IF WS_FEC_RESTO NOT = 0
003250           ADD 1 TO WS_DIA_ABS
003260        ELSE
003270           DIVIDE WS_FEC_ANIO BY 400
003280               GIVING WS_FEC_COCIENTE REMAINDER WS_FEC_RESTO
003290           IF WS_FEC_RESTO = 0
003300              ADD 1 TO WS_DIA_ABS
003310           END-IF
003320        END-IF
003330     END-IF.

003340 GRABAR-LINEA-SGT.
003350     WRITE LINEA-SGT.
003360     IF FS_SGT NOT = "00"
003370        DISPLAY "Error al grabar Seguimiento de Cartas: " FS_SGT
003380        STOP RUN
003390     END-IF.

003400*================================================================
003410* MOSTRAR-RESUMEN - TOTALES DEL SEGUIMIENTO
003420*================================================================
003430 MOSTRAR-RESUMEN.
003440     DISPLAY "CARTSEG - SEGUIMIENTO AL " WS_FECHA_SISTEMA
003450             ", DERIVAR DESDE " WS_DIAS_ENTRADA " DIAS".
003460     DISPLAY "NOTIFICACIONES LEIDAS......: " WS_CANT_NTF_LEIDAS.
003470     DISPLAY "CONSORCIOS NOTIFICADOS.....: " WS_CANT_CONSORCIOS.
003480     DISPLAY "CON DEBITO ACEPTADO........: " WS_CANT_RESPONDIDOS.
003490     DISPLAY "SIN DEBITO, EN PLAZO.......: " WS_CANT_EN_PLAZO.
003500     DISPLAY "A DERIVAR A LEGALES........: " WS_CANT_A_DERIVAR.
003510     MOVE WS_TOT_A_DERIVAR TO WS_IMP_EDIT.
003520     DISPLAY "IMPORTE A DERIVAR EN PESOS.: " WS_IMP_EDIT.

003530*================================================================
003540* CERRAR-ARCHIVOS - CIERRE ORDENADO DE TODOS LOS ARCHIVOS
003550*================================================================
003560 CERRAR-ARCHIVOS.
003570     CLOSE NOTIFICACIONES MAESTRO SEGUIMIENTO.
