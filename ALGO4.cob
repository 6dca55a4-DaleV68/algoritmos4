002790*                  ZONMANT. MAESTRO.DAT Y MOVMAESTRO.DAT DE
002800*                  CORRIDAS ANTERIORES QUEDAN INCOMPATIBLES CON
002810*                  EL LAYOUT NUEVO.
002811* 2026-10-15  DLV  RESGUARDO OBLIGATORIO ANTES DEL MERGE: EL
002811*                  NUEVO VERIFICAR-RESGUARDO RECHAZA LA CORRIDA
002811*                  (RETURN-CODE 8) SI EL PERIODO NO TIENE EL
002811*                  RESGUARDO DE MAERESG REGISTRADO EN
002811*                  CICLO-CONTROL.DAT O SI EL MANIFIESTO
002812*                  (RESGUARDO-MANIFIESTO.DAT, COPY RESGREC) NO
002812*                  ESTA COMPLETO O ES DE OTRO PERIODO. SE
002812*                  VERIFICA ANTES DE ABRIR EL MAESTRO. CICLOREC
002812*                  INCORPORA CIC-FECHA-RESGUARDO AL FINAL DEL
002813*                  REGISTRO (EN CERO EN LOS PERIODOS ANTERIORES).
002813* 2026-10-15  DLV  MODO SIMULACION DEL MERGE (SE PIDE POR
002813*                  CONSOLA AL INICIO): CORRE LAS MISMAS
002813*                  VALIDACIONES SOBRE LAS FUENTES DE CONSORC.CTL
002814*                  Y CUENTAS.DAT PERO ABRE MAESTRO Y
002814*                  CUENTAS-MAESTRO SOLO EN INPUT Y NO GRABA
002814*                  MOVMAESTRO, CHECKPOINT, HISTORIA, CICLO NI
002814*                  LOS LISTADOS DE LA CORRIDA REAL. EN SU LUGAR
002815*                  DEJA EL INFORME MERGE-SIMULACION.DAT CON LAS
002815*                  ALTAS NUEVAS, BAJAS, CAMBIOS DE ESTADO Y DE
002815*                  CUENTA PRINCIPAL, CUENTAS QUE SE DEPURARIAN,
002815*                  EXCEPCIONES Y CONFLICTOS, CON TOTALES POR
002816*                  ZONA. NO EXIGE RESGUARDO DEL PERIODO.
002816* 2026-10-15  DLV  CICLOREC INCORPORA LOS PASOS DE SEGUNDA
002816*                  PRESENTACION (CIC-FECHA-SEGUNDA Y
002816*                  CIC-FECHA-RET-SEGUNDA): EL REGISTRO NUEVO DEL
002817*                  PERIODO LOS CREA EN CERO.
002817* 2026-10-15  DLV  MAEREC INCORPORA MAE-ADMIN (ADMINISTRADOR DEL
002817*                  CONSORCIO, LO ASIGNA MAEMANT): EL MERGE NO LO
002817*                  TRAE DE LAS FUENTES, ASI QUE OBTENER-MAE-
002818*                  ANTERIOR LO GUARDA Y ALTA-MAESTRO/ACTUALIZAR-
002818*                  MAESTRO-BAJA LO CONSERVAN AL REGRABAR (CERO EN
002818*                  UN ALTA NUEVA). MAESTRO.DAT Y MOVMAESTRO.DAT
002818*                  DE CORRIDAS ANTERIORES QUEDAN INCOMPATIBLES
002819*                  CON EL LAYOUT NUEVO.
002819* 2026-10-15  DLV  CICLOREC INCORPORA EL PASO DE LA INTERFAZ
002819*                  CONTABLE (CIC-FECHA-CONTABLE): EL REGISTRO
002819*                  NUEVO DEL PERIODO LO CREA EN CERO.
002820*================================================================

002830 ENVIRONMENT DIVISION.
003410                          RECORD KEY IS CIC-PERIODO
003420                          FILE STATUS IS FS_CIC.

003421     SELECT MANIFIESTO   ASSIGN TO DISK
003422                          FILE STATUS IS FS_MAN.

003423     SELECT SIMULACION   ASSIGN TO DISK
003424                          FILE STATUS IS FS_SIM.

003430 DATA DIVISION.
003440 FILE SECTION.
003450*----------------------------------------------------------------

005680     COPY CICLOREC.

005681*----------------------------------------------------------------
005681* MANIFIESTO - EL QUE DEJA EL RESGUARDO (MAERESG) AL TERMINAR
005682* BIEN. SE LEE SOLO PARA VERIFICAR QUE EL RESGUARDO DEL PERIODO
005682* ESTE COMPLETO ANTES DE TOCAR EL MAESTRO.
005683*----------------------------------------------------------------
005683 FD  MANIFIESTO LABEL RECORD IS STANDARD
005684            VALUE OF FILE-ID IS "resguardo-manifiesto.dat".

005684     COPY RESGREC.

005685*----------------------------------------------------------------
005685* SIMULACION - INFORME DE CAMBIOS PREVISTOS DEL MODO SIMULACION
005686* (MERGE-SIMULACION.DAT): UN RENGLON POR CADA ALTA NUEVA, BAJA,
005686* CAMBIO DE ESTADO O DE CUENTA PRINCIPAL, CUENTA A DEPURAR,
005687* EXCEPCION Y CONFLICTO, CON EL TIPO Y LA ZONA ADELANTE, Y AL
005687* FINAL LOS TOTALES POR ZONA. SOLO SE ABRE EN MODO SIMULACION.
005688*----------------------------------------------------------------
005688 FD  SIMULACION LABEL RECORD OMITTED
005689             VALUE OF FILE-ID IS "merge-simulacion.dat".

005689 01  LINEA-SIM                  PIC X(100).

005690 WORKING-STORAGE SECTION.
005700 77  VARI                  PIC 99.
005710 77  FS_CTL                PIC XX.
005860 77  FS_TRN                PIC XX.
005870 77  FS_CIC                PIC XX.
005880 77  FS_BZON               PIC XX.
005883 77  FS_MAN                PIC XX.
005886 77  FS_SIM                PIC XX.
005890 77  WS_CANT_CONSORCIOS    PIC 9(10) VALUE 0.
005900 77  WS_CANT_BAJAS         PIC 9(10) VALUE 0.
005910 77  WS_CANT_LINEAS        PIC 99    VALUE 0.
006570*----------------------------------------------------------------
006580 01  WS_ZONAS_FUENTES.
006590     03 WS_FTE_ZONA        PIC X(03) OCCURS 6 TIMES.
006600 01  WS_MAE_ANTERIOR       PIC X(144).
006610 01  WS_SW_MAE_ANTERIOR.
006620     03 WS_SW_HAY_ANTERIOR PIC X(01) VALUE "N".
006630        88 HAY-MAE-ANTERIOR          VALUE "S".
006880     03 WS_SW_MODO_REINICIO PIC X(01) VALUE "N".
006890        88 MODO-REINICIO      VALUE "S".

006891*----------------------------------------------------------------
006891* MODO SIMULACION. MAESTRO Y CUENTAS-MAESTRO SE ABREN SOLO EN
006891* INPUT; SI TODAVIA NO EXISTEN (PRIMERA CORRIDA) NO SE LOS CREA
006891* Y TODO CONSORCIO SE INFORMA COMO ALTA NUEVA. WS_SIM_CLASE
006892* INDICA EN QUE COLUMNA DE LOS TOTALES POR ZONA SE CUENTA EL
006892* RENGLON QUE SE GRABA (0 = NO SE CUENTA).
006892*----------------------------------------------------------------
006892 01  WS_SW_SIMULACION.
006893     03 WS_SW_MODO_SIMULACION PIC X(01) VALUE "N".
006893        88 MODO-SIMULACION      VALUE "S" "s".
006893     03 WS_SW_MAE_AUSENTE     PIC X(01) VALUE "N".
006893        88 MAESTRO-AUSENTE      VALUE "S".
006894     03 WS_SW_CTAM_AUSENTE    PIC X(01) VALUE "N".
006894        88 CTAS-MAESTRO-AUSENTE VALUE "S".

006894 77  WS_NRO_CTA_ANTERIOR   PIC 9(08) VALUE 0.
006894 77  WS_ADMIN_ANTERIOR     PIC 9(05) VALUE 0.
006895 77  WS_SIM_CLASE          PIC 9(01) VALUE 0.
006895 77  WS_MAX_ZONAS_SIM      PIC 9(02) VALUE 10.
006895 77  WS_CANT_ZONAS_SIM     PIC 9(02) VALUE 0.
006896 77  WS_IDX_ZSIM           PIC 9(02) VALUE 0.
006896 77  WS_IDX_ZSIM_ENC       PIC 9(02) VALUE 0.
006896 77  WS_IDX_CLASE          PIC 9(01) VALUE 0.

006896*----------------------------------------------------------------
006897* TOTALES POR ZONA DEL INFORME DE SIMULACION. LAS COLUMNAS DE
006897* WS_TZS-CANT SON, EN ORDEN: ALTAS NUEVAS, BAJAS, CAMBIOS DE
006897* ESTADO, CAMBIOS DE CUENTA PRINCIPAL, CUENTAS A DEPURAR,
006897* EXCEPCIONES Y CONFLICTOS. LA POSICION WS_MAX_ZONAS_SIM + 1
006898* ACUMULA EL TOTAL GENERAL. UNA ZONA EN BLANCO ES LA DE LAS
006898* FILAS DE CUENTAS.DAT RECHAZADAS SIN CONSORCIO.
006898*----------------------------------------------------------------
006898 01  WS_TOTALES_ZONA_SIM.
006899     03 WS_TZS OCCURS 11 TIMES.
006899        05 WS_TZS-ZONA        PIC X(03).
006899        05 WS_TZS-CANT        PIC 9(08) OCCURS 7 TIMES.

006900*----------------------------------------------------------------
006910* ESTADISTICA POR ESTADO Y COMPARACION CONTRA LA CORRIDA ANTERIOR.
006920* WS_CONT_ESTADO VA PARALELO A WS_ESTADO (COPY ESTTAB): LA
009600     03 FILLER             PIC X(33) VALUE
009610        "TRANSICION DE ESTADO NO PERMITIDA".

009611*----------------------------------------------------------------
009611* RENGLONES DEL INFORME DE SIMULACION. WS_LINEA-SIM LLEVA EL
009611* TIPO DE CAMBIO Y LA ZONA ADELANTE Y EN WS_LINSIM-DETALLE EL
009611* MISMO RENGLON QUE GRABARIA LA CORRIDA REAL EN SU LISTADO
009611* (BAJAS, EXCEPCIONES, CONFLICTOS) O UNO DE LOS PROPIOS DE LA
009611* SIMULACION (CAMBIO ANTES/NUEVO, CUENTA A DEPURAR).
009611*----------------------------------------------------------------
009611 01  WS_LINEA-SIM.
009612     03 WS_LINSIM-TIPO     PIC X(10).
009612     03 FILLER             PIC X(01) VALUE SPACES.
009612     03 WS_LINSIM-ZONA     PIC X(03).
009612     03 FILLER             PIC X(06) VALUE SPACES.
009612     03 WS_LINSIM-DETALLE  PIC X(80).

009612 01  WS_LINEA-SIM-TIT1.
009612     03 FILLER             PIC X(20) VALUE SPACES.
009613     03 FILLER             PIC X(36) VALUE
009613        "CONSORCIOS SA - SIMULACION DEL MERGE".
009613     03 FILLER             PIC X(44) VALUE SPACES.

009613 01  WS_LINEA-SIM-TIT2.
009613     03 FILLER             PIC X(07) VALUE "FECHA: ".
009613     03 WS_LINSIMT2-FECHA  PIC 9(08).
009613     03 FILLER             PIC X(11) VALUE "  PERIODO: ".
009613     03 WS_LINSIMT2-PERIODO PIC 9(06).
009614     03 FILLER             PIC X(68) VALUE SPACES.

009614 01  WS_LINEA-SIM-COL.
009614     03 FILLER             PIC X(11) VALUE "TIPO".
009614     03 FILLER             PIC X(09) VALUE "ZONA".
009614     03 FILLER             PIC X(80) VALUE "DETALLE".

009614 01  WS_LINEA-SIM-CAMBIO.
009614     03 FILLER             PIC X(02) VALUE SPACES.
009615     03 WS_LINSIMC-CUIT    PIC 9(15).
009615     03 FILLER             PIC X(02) VALUE SPACES.
009615     03 WS_LINSIMC-NOMBRE  PIC X(30).
009615     03 FILLER             PIC X(07) VALUE "  ANT: ".
009615     03 WS_LINSIMC-ANTES   PIC X(08).
009615     03 FILLER             PIC X(08) VALUE " NUEVO: ".
009615     03 WS_LINSIMC-NUEVO   PIC X(08).

009615 01  WS_LINEA-SIM-DEPURA.
009616     03 FILLER             PIC X(02) VALUE SPACES.
009616     03 WS_LINSIMD-CUIT    PIC 9(15).
009616     03 FILLER             PIC X(02) VALUE SPACES.
009616     03 WS_LINSIMD-CTA     PIC 9(08).
009616     03 FILLER             PIC X(02) VALUE SPACES.
009616     03 WS_LINSIMD-ENT     PIC 9(03).
009616     03 FILLER             PIC X(01) VALUE "-".
009617     03 WS_LINSIMD-SUC     PIC 9(03).
009617     03 FILLER             PIC X(02) VALUE SPACES.
009617     03 FILLER             PIC X(30) VALUE
009617        "LA FUENTE YA NO TRAE LA CUENTA".

009617 01  WS_LINEA-SIM-TOT.
009617     03 WS_LINSIMT-TXT     PIC X(05).
009617     03 WS_LINSIMT-ZONA    PIC X(03).
009617     03 FILLER             PIC X(08) VALUE "  ALTAS ".
009618     03 WS_LINSIMT-ALTAS   PIC ZZZZ9.
009618     03 FILLER             PIC X(07) VALUE " BAJAS ".
009618     03 WS_LINSIMT-BAJAS   PIC ZZZZ9.
009618     03 FILLER             PIC X(08) VALUE " ESTADO ".
009618     03 WS_LINSIMT-ESTADO  PIC ZZZZ9.
009618     03 FILLER             PIC X(05) VALUE " CTA ".
009618     03 WS_LINSIMT-CTA     PIC ZZZZ9.
009619     03 FILLER             PIC X(07) VALUE " DEPUR ".
009619     03 WS_LINSIMT-DEPUR   PIC ZZZZ9.
009619     03 FILLER             PIC X(05) VALUE " EXC ".
009619     03 WS_LINSIMT-EXC     PIC ZZZZ9.
009619     03 FILLER             PIC X(06) VALUE " CONF ".
009619     03 WS_LINSIMT-CONF    PIC ZZZZ9.
009619     03 FILLER             PIC X(11) VALUE SPACES.

009620 PROCEDURE DIVISION.
009630     PERFORM INICIALIZAR.
009632     IF NOT MODO-SIMULACION
009634        PERFORM VERIFICAR-RESGUARDO
009636     END-IF.
009640     PERFORM LEO-CONTROL-FUENTES.
009650     PERFORM ABRIR-ARCHIVOS.
009654     IF NOT MODO-SIMULACION
009658        PERFORM LEO-CHECKPOINT
009662     END-IF.
009670     PERFORM ABRIR-FUENTES.
009680     PERFORM VERIFICAR-CONTROLES.
009683     IF MODO-SIMULACION
009686        PERFORM ABRIR-ARCHIVOS-SIMULACION
009689     ELSE
009692        PERFORM ABRIR-ARCHIVOS-SALIDA
009695     END-IF.
009700     PERFORM GEN-TABLA-ESTADOS.
009710     PERFORM GEN-TABLA-BANCOS.
009720     PERFORM GEN-TABLA-TRANS.
009800         UNTIL SIN-FUENTES-ACTIVAS.
009810     PERFORM DRENAR-CUENTAS.
009820     PERFORM MOSTRAR-ESTADISTICAS.
009824     IF MODO-SIMULACION
009828        PERFORM GRABAR-TOTALES-SIMULACION
009832        PERFORM CERRAR-ARCHIVOS-SIMULACION
009836     ELSE
009840        PERFORM REGISTRAR-CICLO-MERGE
009844        PERFORM LIMPIAR-CHECKPOINT
009848        PERFORM CERRAR-ARCHIVOS
009852     END-IF.
009860     STOP RUN.

009870*================================================================
009880* INICIALIZAR - PONE EN CERO LOS CONTADORES Y SWITCHES DE CORRIDA
009883* Y PIDE POR CONSOLA SI ES UNA SIMULACION (VACIO O "N" ES LA
009886* CORRIDA REAL).
009890*================================================================
009900 INICIALIZAR.
009910     DISPLAY "INICIALIZAR INICIA".
009960     MOVE 0     TO WS_CANT_LINEAS.
009970     MOVE "N"   TO WS_SW_FIN_CTAS.
009980     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
009981     DISPLAY "MODO SIMULACION, SIN GRABAR EL MAESTRO (S/N): "
009982             WITH NO ADVANCING.
009983     MOVE "N" TO WS_SW_MODO_SIMULACION.
009984     ACCEPT WS_SW_MODO_SIMULACION.
009985     IF MODO-SIMULACION
009986        DISPLAY "INICIALIZAR - MODO SIMULACION: NO SE GRABA "
009987                "MAESTRO, CUENTAS-MAESTRO, DIARIO NI CICLO"
009988     END-IF.
009990     DISPLAY "INICIALIZAR FIN".

009991*================================================================
009991* VERIFICAR-RESGUARDO - EL MERGE NO ARRANCA SIN UN RESGUARDO
009991* VALIDO DEL PERIODO: LA FECHA DE RESGUARDO REGISTRADA EN
009991* CICLO-CONTROL.DAT Y EL MANIFIESTO DE MAERESG COMPLETO Y DEL
009991* MISMO PERIODO (UN RESGUARDO CORTADO A MEDIO CAMINO DEJA EL
009991* MANIFIESTO VACIO). SIN ESO MAERECUP NO TENDRIA DESDE DONDE
009991* RECONSTRUIR SI EL MERGE DANA EL MAESTRO. SE VERIFICA ANTES DE
009992* ABRIR NADA; EL RECHAZO SALE CON RETURN-CODE 8.
009992*================================================================
009992 VERIFICAR-RESGUARDO.
009992     DIVIDE WS_FECHA_SISTEMA BY 100
009992         GIVING WS_PERIODO_PROCESO REMAINDER WS_PERIODO_RESTO.
009992     OPEN INPUT CICLO.
009992     IF FS_CIC = "35"
009993        DISPLAY "VERIFICAR-RESGUARDO - SIN CONTROL DE CICLO: EL "
009993                "PERIODO " WS_PERIODO_PROCESO " NO TIENE "
009993                "RESGUARDO, SE RECHAZA LA CORRIDA"
009993        MOVE 8 TO RETURN-CODE
009993        STOP RUN
009993     END-IF.
009993     IF FS_CIC NOT = "00"
009994        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
009994        STOP RUN
009994     END-IF.
009994     MOVE WS_PERIODO_PROCESO TO CIC-PERIODO.
009994     READ CICLO
009994         INVALID KEY
009994             MOVE 0 TO CIC-FECHA-RESGUARDO
009995     END-READ.
009995     CLOSE CICLO.
009995     IF CIC-FECHA-RESGUARDO = 0
009995        DISPLAY "VERIFICAR-RESGUARDO - EL PERIODO "
009995                WS_PERIODO_PROCESO " NO TIENE RESGUARDO "
009995                "REGISTRADO (CORRER MAERESG), SE RECHAZA LA "
009995                "CORRIDA"
009996        MOVE 8 TO RETURN-CODE
009996        STOP RUN
009996     END-IF.
009996     OPEN INPUT MANIFIESTO.
009996     IF FS_MAN NOT = "00"
009996        DISPLAY "VERIFICAR-RESGUARDO - SIN MANIFIESTO DEL "
009996                "RESGUARDO (" FS_MAN "), SE RECHAZA LA CORRIDA"
009997        MOVE 8 TO RETURN-CODE
009997        STOP RUN
009997     END-IF.
009997     READ MANIFIESTO
009997         AT END
009997             MOVE SPACES TO RSG-ESTADO
009997             MOVE 0 TO RSG-PERIODO
009998     END-READ.
009998     CLOSE MANIFIESTO.
009998     IF NOT RSG-COMPLETO
009998        OR RSG-PERIODO NOT = WS_PERIODO_PROCESO
009998        DISPLAY "VERIFICAR-RESGUARDO - EL MANIFIESTO DEL "
009998                "RESGUARDO ESTA INCOMPLETO O ES DE OTRO PERIODO ("
009998                RSG-PERIODO "), SE RECHAZA LA CORRIDA"
009999        MOVE 8 TO RETURN-CODE
009999        STOP RUN
009999     END-IF.
009999     DISPLAY "VERIFICAR-RESGUARDO - RESGUARDO DEL "
009999             RSG-FECHA-RESGUARDO " OK (" RSG-CANT-MAESTRO
009999             " REGISTROS DEL MAESTRO)".

010000*================================================================
010010* ABRIR-ARCHIVOS - APERTURA DE LOS ARCHIVOS DE ENTRADA Y SALIDA
010020*================================================================
010240* QUE ALTA-MAESTRO NECESITA GRABAR POR CLAVE (WRITE) Y CORREGIR
010250* UN REGISTRO EXISTENTE DE UNA CORRIDA ANTERIOR (REWRITE). SI EL
010260* ARCHIVO TODAVIA NO EXISTE (PRIMERA CORRIDA) SE LO CREA VACIO
010270* ANTES DE ABRIRLO EN I-O. EN MODO SIMULACION SOLO SE LO LEE.
010280*================================================================
010290 ABRIR-MAESTRO.
010291     IF MODO-SIMULACION
010292        PERFORM ABRIR-MAESTRO-SIMULACION
010293     ELSE
010294        PERFORM ABRIR-MAESTRO-ACTUALIZAR
010295     END-IF.

010296 ABRIR-MAESTRO-ACTUALIZAR.
010300     OPEN I-O MAESTRO.
010310     IF FS_MAE = "35"
010320        OPEN OUTPUT MAESTRO
010360     IF FS_MAE NOT = "00"
010370        DISPLAY "Error al abrir Archivo Maestro: " FS_MAE
010380        STOP RUN
010381     END-IF.

010381 ABRIR-MAESTRO-SIMULACION.
010382     OPEN INPUT MAESTRO.
010383     IF FS_MAE = "35"
010384        SET MAESTRO-AUSENTE TO TRUE
010384        DISPLAY "ABRIR-MAESTRO - SIN MAESTRO TODAVIA, TODOS LOS "
010385                "CONSORCIOS SE INFORMAN COMO ALTAS NUEVAS"
010386     ELSE
010387        IF FS_MAE NOT = "00"
010387           DISPLAY "Error al abrir Archivo Maestro: " FS_MAE
010388           STOP RUN
010389        END-IF
010390     END-IF.

010400*================================================================
011980     DISPLAY "ABRIR-ARCHIVOS-SALIDA FIN".

011990*================================================================
011991* ABRIR-ARCHIVOS-SIMULACION - EN LUGAR DE LAS SALIDAS DEL MERGE
011991* (QUE PISARIAN LAS DE LA ULTIMA CORRIDA REAL) SE ABRE SOLO EL
011991* INFORME DE SIMULACION, Y CUENTAS-MAESTRO EN INPUT PARA VER QUE
011991* CUENTAS DEPURARIA EL MERGE. SIN CUENTAS-MAESTRO NO HAY NADA
011991* QUE DEPURAR.
011992*================================================================
011992 ABRIR-ARCHIVOS-SIMULACION.
011992     OPEN INPUT CTAS_MAESTRO.
011992     IF FS_CTAM = "35"
011992        SET CTAS-MAESTRO-AUSENTE TO TRUE
011993     ELSE
011993        IF FS_CTAM NOT = "00"
011993           DISPLAY "Error al abrir Cuentas-Maestro: " FS_CTAM
011993           STOP RUN
011994        END-IF
011994     END-IF.

011994     OPEN OUTPUT SIMULACION.
011994     IF FS_SIM NOT = "00"
011994        DISPLAY "Error al abrir Informe de Simulacion: " FS_SIM
011995        STOP RUN
011995     END-IF.
011995     MOVE WS_FECHA_SISTEMA   TO WS_LINSIMT2-FECHA.
011995     MOVE WS_PERIODO_PROCESO TO WS_LINSIMT2-PERIODO.
011995     MOVE WS_LINEA-SIM-TIT1 TO LINEA-SIM.
011996     WRITE LINEA-SIM.
011996     MOVE WS_LINEA-SIM-TIT2 TO LINEA-SIM.
011996     WRITE LINEA-SIM.
011996     MOVE SPACES TO LINEA-SIM.
011997     WRITE LINEA-SIM.
011997     MOVE WS_LINEA-SIM-COL TO LINEA-SIM.
011997     WRITE LINEA-SIM.
011997     MOVE ALL "-" TO LINEA-SIM.
011997     WRITE LINEA-SIM.
011998     MOVE 0 TO WS_CANT_ZONAS_SIM.
011998     MOVE SPACES TO WS_TZS-ZONA(WS_MAX_ZONAS_SIM + 1).
011998     PERFORM LIMPIAR-TOTAL-ZONA-SIM
011998         VARYING WS_IDX_CLASE FROM 1 BY 1
011998         UNTIL WS_IDX_CLASE > 7.
011999     DISPLAY "ABRIR-ARCHIVOS-SIMULACION FIN".

011999 LIMPIAR-TOTAL-ZONA-SIM.
011999     MOVE 0 TO WS_TZS-CANT(WS_MAX_ZONAS_SIM + 1, WS_IDX_CLASE).

011999*================================================================
012000* GRABAR-CHECKPOINT - GRABA EL CUIT-CONS RECIEN PROCESADO Y LA
012010* CANTIDAD ACUMULADA, CADA WS_CKPT-INTERVALO REGISTROS, PARA
012020* QUE UNA CORRIDA INTERRUMPIDA PUEDA REANUDAR DESDE AHI.
012510     READ CICLO
012520         INVALID KEY
012530             MOVE WS_PERIODO_PROCESO TO CIC-PERIODO
012534             MOVE 0 TO CIC-FECHA-RESGUARDO
012540             MOVE 0 TO CIC-FECHA-MERGE
012550             MOVE 0 TO CIC-FECHA-EXTRACTO
012560             MOVE 0 TO CIC-FECHA-CONCILIA
012570             MOVE 0 TO CIC-FECHA-RETORNO
012572             MOVE 0 TO CIC-FECHA-SEGUNDA
012574             MOVE 0 TO CIC-FECHA-RET-SEGUNDA
012576             MOVE 0 TO CIC-FECHA-CONTABLE
012580             MOVE 0 TO CIC-FECHA-PURGA
012590             WRITE REG-CICLO
012600         NOT INVALID KEY
019900        ADD 1 TO WS_CANT_PROCESADOS
019910        DIVIDE WS_CANT_PROCESADOS BY WS_CKPT-INTERVALO
019920            GIVING WS_CKPT-COCIENTE REMAINDER WS_CKPT-RESTO
019930        IF WS_CKPT-RESTO = 0 AND NOT MODO-SIMULACION
019940           PERFORM GRABAR-CHECKPOINT
019950        END-IF
019960     END-IF.
020120        ELSE
020130           PERFORM OBTENER-ESTADO
020140           IF WS_CONS_MENOR-ESTADO = 02
020144              IF MODO-SIMULACION
020148                 PERFORM SIMULAR-BAJA
020152              ELSE
020156                 PERFORM LISTAR-BAJA
020160                 PERFORM ACTUALIZAR-MAESTRO-BAJA
020164              END-IF
020170           ELSE
020180              PERFORM VALIDAR-CUENTA
020184              IF MODO-SIMULACION
020188                 PERFORM SIMULAR-ALTA
020192              ELSE
020196                 PERFORM ALTA-MAESTRO
020200                 PERFORM GRABAR-CUENTAS-MAESTRO
020204              END-IF
020210           END-IF
020220        END-IF
020230     END-IF.
020540     MOVE WS_CONS_MENOR-CUIT-CONS TO WS_LINEXCT-CUIT.
020550     MOVE WS_ESTADO_ANTERIOR      TO WS_LINEXCT-DESDE.
020560     MOVE WS_CONS_MENOR-ESTADO    TO WS_LINEXCT-HASTA.
020562     IF MODO-SIMULACION
020564        MOVE "EXC TRANS"          TO WS_LINSIM-TIPO
020566        MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA
020568        MOVE WS_LINEA-EXCT        TO WS_LINSIM-DETALLE
020570        MOVE 6                    TO WS_SIM_CLASE
020572        PERFORM GRABAR-LINEA-SIM
020574     ELSE
020576        MOVE WS_LINEA-EXCT        TO LINEA-EXCT
020578        WRITE LINEA-EXCT
020580     END-IF.
020590     ADD 1 TO WS_CANT_EXC_TRANS.

020600*================================================================
021300     MOVE WS_CONS_MENOR-CUIT-CONS TO WS_LINEXCC-CUIT.
021310     MOVE 0                       TO WS_LINEXCC-CTA.
021320     MOVE WS_MOTIVO_CUIT          TO WS_LINEXCC-MOTIVO.
021322     IF MODO-SIMULACION
021324        MOVE "EXC CUIT"           TO WS_LINSIM-TIPO
021326        MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA
021328        MOVE WS_LINEA-EXCC        TO WS_LINSIM-DETALLE
021330        MOVE 6                    TO WS_SIM_CLASE
021332        PERFORM GRABAR-LINEA-SIM
021334     ELSE
021336        MOVE WS_LINEA-EXCC        TO LINEA-EXCC
021338        WRITE LINEA-EXCC
021340     END-IF.
021350     ADD 1 TO WS_CANT_EXC_CUIT.

021360*================================================================
021430     MOVE CTA-CUIT-CONS           TO WS_LINEXCC-CUIT.
021440     MOVE CTA-NRO-CTA             TO WS_LINEXCC-CTA.
021450     MOVE "CTA CON CUIT INVALIDO"  TO WS_LINEXCC-MOTIVO.
021452     IF MODO-SIMULACION
021454        MOVE "EXC CUIT"           TO WS_LINSIM-TIPO
021456        MOVE SPACES               TO WS_LINSIM-ZONA
021458        MOVE WS_LINEA-EXCC        TO WS_LINSIM-DETALLE
021460        MOVE 6                    TO WS_SIM_CLASE
021462        PERFORM GRABAR-LINEA-SIM
021464     ELSE
021466        MOVE WS_LINEA-EXCC        TO LINEA-EXCC
021468        WRITE LINEA-EXCC
021470     END-IF.
021480     ADD 1 TO WS_CANT_EXC_CUIT.

021490*================================================================
022340 GRABAR-CONFLICTO-ENCABEZADO.
022350     MOVE WS_CONS_MENOR-CUIT-CONS TO WS_LINCONF1-CUIT.
022360     MOVE WS_ORIGEN_MENOR         TO WS_LINCONF1-FTE.
022363     IF MODO-SIMULACION
022366        MOVE "CONFLICTO"          TO WS_LINSIM-TIPO
022369        MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA
022372        MOVE WS_LINEA-CONF1       TO WS_LINSIM-DETALLE
022375        MOVE 7                    TO WS_SIM_CLASE
022378        PERFORM GRABAR-LINEA-SIM
022381     ELSE
022384        MOVE WS_LINEA-CONF1       TO LINEA-CONF
022387        WRITE LINEA-CONF
022390        IF FS_CONF NOT = "00"
022393           DISPLAY "Error al grabar Reporte de Conflictos: "
022396                   FS_CONF
022399           STOP RUN
022402        END-IF
022420     END-IF.

022430*================================================================
022730     IF WS_LINCONF2-DIF = SPACES
022740        MOVE "SIN DIFERENCIAS" TO WS_LINCONF2-DIF
022750     END-IF.
022753     IF MODO-SIMULACION
022756        MOVE "CONFLICTO"          TO WS_LINSIM-TIPO
022759        MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA
022762        MOVE WS_LINEA-CONF2       TO WS_LINSIM-DETALLE
022765        MOVE 0                    TO WS_SIM_CLASE
022768        PERFORM GRABAR-LINEA-SIM
022771     ELSE
022774        MOVE WS_LINEA-CONF2 TO LINEA-CONF
022777        WRITE LINEA-CONF
022780        IF FS_CONF NOT = "00"
022783           DISPLAY "Error al grabar Reporte de Conflictos: "
022786                   FS_CONF
022789           STOP RUN
022792        END-IF
022810     END-IF.

022820 EVALUAR-FUENTE-MENOR.
025150     MOVE WS_CONS_MENOR-FECHA-ALTA       TO WS_LINEXCF-FECALTA.
025160     MOVE WS_CONS_MENOR-FECHA-BAJA       TO WS_LINEXCF-FECBAJA.
025170     MOVE WS_MOTIVO_FECHA                TO WS_LINEXCF-MOTIVO.
025172     IF MODO-SIMULACION
025174        MOVE "EXC FECHA"          TO WS_LINSIM-TIPO
025176        MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA
025178        MOVE WS_LINEA-EXCF        TO WS_LINSIM-DETALLE
025180        MOVE 6                    TO WS_SIM_CLASE
025182        PERFORM GRABAR-LINEA-SIM
025184     ELSE
025186        MOVE WS_LINEA-EXCF        TO LINEA-EXCF
025188        WRITE LINEA-EXCF
025190     END-IF.
025200     ADD 1 TO WS_CANT_EXC_FECHAS.

025210*================================================================
025850     SET NO-MAE-ANTERIOR TO TRUE.
025860     MOVE SPACES TO WS_MAE_ANTERIOR.
025870     MOVE 0 TO WS_ESTADO_ANTERIOR.
025873     MOVE 0 TO WS_NRO_CTA_ANTERIOR.
025876     MOVE 0 TO WS_ADMIN_ANTERIOR.
025880     MOVE WS_CONS_MENOR-CUIT-CONS TO MAE-CUIT-CONS.
025886     IF NOT MAESTRO-AUSENTE
025892        READ MAESTRO
025898            INVALID KEY
025904                CONTINUE
025910            NOT INVALID KEY
025916                MOVE MAE TO WS_MAE_ANTERIOR
025922                MOVE MAE-ESTADO TO WS_ESTADO_ANTERIOR
025928                MOVE MAE-NRO-CTA TO WS_NRO_CTA_ANTERIOR
025934                MOVE MAE-ADMIN TO WS_ADMIN_ANTERIOR
025940                SET HAY-MAE-ANTERIOR TO TRUE
025946        END-READ
025952     END-IF.

025970*================================================================
025980* GRABAR-MOVIMIENTO - AGREGA AL DIARIO DE AUDITORIA EL MOVIMIENTO
026290     MOVE WS_CONS_MENOR-DIR              TO MAE-DIR.
026300     MOVE 0 TO MAE-NRO-CTA.
026310     MOVE WS_ZONA_MENOR TO MAE-ZONA.
026314     MOVE WS_ADMIN_ANTERIOR TO MAE-ADMIN.
026320     MOVE "B" TO WS_MOV_OPERACION.
026330     REWRITE MAE.
026340     IF FS_MAE = "23"
026710     MOVE WS_CTACONS-NRO-CTA(WS_IDX_CTA_CONS)  TO WS_LINEXCB-CTA.
026720     MOVE WS_CTACONS-ENTIDAD(WS_IDX_CTA_CONS)  TO WS_LINEXCB-ENT.
026730     MOVE WS_CTACONS-SUCURSAL(WS_IDX_CTA_CONS) TO WS_LINEXCB-SUC.
026732     IF MODO-SIMULACION
026734        MOVE "EXC BANCO"          TO WS_LINSIM-TIPO
026736        MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA
026738        MOVE WS_LINEA-EXCB        TO WS_LINSIM-DETALLE
026740        MOVE 6                    TO WS_SIM_CLASE
026742        PERFORM GRABAR-LINEA-SIM
026744     ELSE
026746        MOVE WS_LINEA-EXCB        TO LINEA-EXCB
026748        WRITE LINEA-EXCB
026750     END-IF.
026760     ADD 1 TO WS_CANT_EXC_BANCOS.

026770*================================================================
026940     MOVE WS_CONS_MENOR-TEL              TO MAE-TEL.
026950     MOVE WS_CONS_MENOR-DIR              TO MAE-DIR.
026960     MOVE WS_ZONA_MENOR TO MAE-ZONA.
026964     MOVE WS_ADMIN_ANTERIOR TO MAE-ADMIN.
026970     MOVE 0 TO MAE-NRO-CTA.
026980     MOVE 0 TO WS_IDX_CTA_CONS.
026990     PERFORM BUSCAR-CUENTA-PRINCIPAL
027670         UNTIL WS_IDX_CTA_DEP > WS_CANT_CUENTAS_CONS
027680            OR CTA-EN-FUENTE.
027690     IF NOT CTA-EN-FUENTE
027695        IF MODO-SIMULACION
027700           PERFORM SIMULAR-BAJA-CUENTA
027705        ELSE
027710           DELETE CTAS_MAESTRO RECORD
027715           IF FS_CTAM NOT = "00"
027720              DISPLAY "Error al borrar Cuentas-Maestro CUIT "
027725                      WS_CONS_MENOR-CUIT-CONS ": " FS_CTAM
027730              STOP RUN
027735           END-IF
027750        END-IF
027760     END-IF.

028350     END-IF.

028360*================================================================
028361* SIMULAR-BAJA - MODO SIMULACION: EN LUGAR DE LISTAR-BAJA Y
028361* ACTUALIZAR-MAESTRO-BAJA SE INFORMA LA BAJA CON EL MISMO
028361* RENGLON DEL LISTADO DE BAJAS, Y EL CAMBIO DE ESTADO SI EL
028361* CONSORCIO ESTABA EN EL MAESTRO CON OTRO ESTADO.
028361*================================================================
028361 SIMULAR-BAJA.
028361     MOVE WS_CONS_MENOR-CUIT-CONS        TO WS_LINDET-CUIT.
028361     MOVE WS_CONS_MENOR-NOMBRE-CONSORCIO TO WS_LINDET-NOMBRE.
028361     MOVE WS_CONS_MENOR-FECHA-ALTA       TO WS_LINDET-FECALTA.
028361     MOVE WS_CONS_MENOR-FECHA-BAJA       TO WS_LINDET-FECBAJA.
028361     MOVE "BAJA"           TO WS_LINSIM-TIPO.
028361     MOVE WS_ZONA_MENOR    TO WS_LINSIM-ZONA.
028361     MOVE WS_LINEA_DETALLE TO WS_LINSIM-DETALLE.
028361     MOVE 2                TO WS_SIM_CLASE.
028361     PERFORM GRABAR-LINEA-SIM.
028362     PERFORM SIMULAR-CAMBIO-ESTADO.
028362     ADD 1 TO WS_CANT_BAJAS.

028362*================================================================
028362* SIMULAR-ALTA - MODO SIMULACION: EN LUGAR DE ALTA-MAESTRO Y
028362* GRABAR-CUENTAS-MAESTRO SE ARMA LA CUENTA PRINCIPAL COMO LO
028362* HARIA ALTA-MAESTRO Y SE INFORMA EL ALTA NUEVA (SI EL CONSORCIO
028362* NO ESTABA EN EL MAESTRO) O LOS CAMBIOS DE ESTADO Y DE CUENTA
028362* PRINCIPAL (SI ESTABA), Y LAS CUENTAS QUE DEPURARIA
028362* DEPURAR-CUENTAS-FUENTE.
028362*================================================================
028362 SIMULAR-ALTA.
028362     MOVE 0 TO MAE-NRO-CTA.
028362     PERFORM BUSCAR-CUENTA-PRINCIPAL
028362         VARYING WS_IDX_CTA_CONS FROM 1 BY 1
028362         UNTIL WS_IDX_CTA_CONS > WS_CANT_CUENTAS_CONS
028363            OR MAE-NRO-CTA NOT = 0.
028363     IF NO-MAE-ANTERIOR
028363        MOVE WS_CONS_MENOR-CUIT-CONS        TO WS_LINDET-CUIT
028363        MOVE WS_CONS_MENOR-NOMBRE-CONSORCIO TO WS_LINDET-NOMBRE
028363        MOVE WS_CONS_MENOR-FECHA-ALTA       TO WS_LINDET-FECALTA
028363        MOVE WS_CONS_MENOR-FECHA-BAJA       TO WS_LINDET-FECBAJA
028363        MOVE "ALTA NUEVA"     TO WS_LINSIM-TIPO
028363        MOVE WS_ZONA_MENOR    TO WS_LINSIM-ZONA
028363        MOVE WS_LINEA_DETALLE TO WS_LINSIM-DETALLE
028363        MOVE 1                TO WS_SIM_CLASE
028363        PERFORM GRABAR-LINEA-SIM
028363     ELSE
028363        PERFORM SIMULAR-CAMBIO-ESTADO
028363        IF MAE-NRO-CTA NOT = WS_NRO_CTA_ANTERIOR
028363           MOVE WS_CONS_MENOR-CUIT-CONS TO WS_LINSIMC-CUIT
028364           MOVE WS_CONS_MENOR-NOMBRE-CONSORCIO
028364                TO WS_LINSIMC-NOMBRE
028364           MOVE WS_NRO_CTA_ANTERIOR  TO WS_LINSIMC-ANTES
028364           MOVE MAE-NRO-CTA          TO WS_LINSIMC-NUEVO
028364           MOVE "CTA PRINC"          TO WS_LINSIM-TIPO
028364           MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA
028364           MOVE WS_LINEA-SIM-CAMBIO  TO WS_LINSIM-DETALLE
028364           MOVE 4                    TO WS_SIM_CLASE
028364           PERFORM GRABAR-LINEA-SIM
028364        END-IF
028364     END-IF.
028364     IF NOT CTAS-MAESTRO-AUSENTE
028364        PERFORM DEPURAR-CUENTAS-FUENTE
028364     END-IF.
028364     ADD 1 TO WS_CANT_CONSORCIOS.

028365*================================================================
028365* SIMULAR-CAMBIO-ESTADO - CONSORCIO QUE YA ESTABA EN EL MAESTRO
028365* CON UN ESTADO DISTINTO DEL QUE TRAE LA FUENTE (LA TRANSICION
028365* YA PASO POR VERIFICAR-TRANSICION).
028365*================================================================
028365 SIMULAR-CAMBIO-ESTADO.
028365     IF HAY-MAE-ANTERIOR
028365        AND WS_ESTADO_ANTERIOR NOT = WS_CONS_MENOR-ESTADO
028365        MOVE WS_CONS_MENOR-CUIT-CONS TO WS_LINSIMC-CUIT
028365        MOVE WS_CONS_MENOR-NOMBRE-CONSORCIO TO WS_LINSIMC-NOMBRE
028365        MOVE WS_ESTADO_ANTERIOR      TO WS_LINSIMC-ANTES
028365        MOVE WS_CONS_MENOR-ESTADO    TO WS_LINSIMC-NUEVO
028365        MOVE "ESTADO"                TO WS_LINSIM-TIPO
028365        MOVE WS_ZONA_MENOR           TO WS_LINSIM-ZONA
028366        MOVE WS_LINEA-SIM-CAMBIO     TO WS_LINSIM-DETALLE
028366        MOVE 3                       TO WS_SIM_CLASE
028366        PERFORM GRABAR-LINEA-SIM
028366     END-IF.

028366*================================================================
028366* SIMULAR-BAJA-CUENTA - MODO SIMULACION: LA CUENTA LEIDA POR
028366* DEPURAR-CUENTA-FUENTE QUE EL MERGE BORRARIA DE CUENTAS-MAESTRO.
028366*================================================================
028366 SIMULAR-BAJA-CUENTA.
028366     MOVE CTAM-CUIT-CONS  TO WS_LINSIMD-CUIT.
028366     MOVE CTAM-NRO-CTA    TO WS_LINSIMD-CTA.
028366     MOVE CTAM-ENTIDAD    TO WS_LINSIMD-ENT.
028366     MOVE CTAM-SUCURSAL   TO WS_LINSIMD-SUC.
028366     MOVE "CTA DEPUR"          TO WS_LINSIM-TIPO.
028366     MOVE WS_ZONA_MENOR        TO WS_LINSIM-ZONA.
028367     MOVE WS_LINEA-SIM-DEPURA  TO WS_LINSIM-DETALLE.
028367     MOVE 5                    TO WS_SIM_CLASE.
028367     PERFORM GRABAR-LINEA-SIM.

028367*================================================================
028367* GRABAR-LINEA-SIM - GRABA EL RENGLON ARMADO EN WS_LINEA-SIM Y LO
028367* CUENTA EN LA COLUMNA WS_SIM_CLASE DE SU ZONA Y DEL TOTAL
028367* GENERAL. UNA ZONA QUE NO ENTRA EN LA TABLA SOLO SUMA AL TOTAL.
028367*================================================================
028367 GRABAR-LINEA-SIM.
028367     MOVE WS_LINEA-SIM TO LINEA-SIM.
028367     WRITE LINEA-SIM.
028367     IF FS_SIM NOT = "00"
028367        DISPLAY "Error al grabar Informe de Simulacion: " FS_SIM
028367        STOP RUN
028367     END-IF.
028368     IF WS_SIM_CLASE > 0
028368        MOVE 0 TO WS_IDX_ZSIM_ENC
028368        PERFORM BUSCAR-ZONA-SIM
028368            VARYING WS_IDX_ZSIM FROM 1 BY 1
028368            UNTIL WS_IDX_ZSIM > WS_CANT_ZONAS_SIM
028368               OR WS_IDX_ZSIM_ENC > 0
028368        IF WS_IDX_ZSIM_ENC = 0
028368           AND WS_CANT_ZONAS_SIM < WS_MAX_ZONAS_SIM
028368           PERFORM AGREGAR-ZONA-SIM
028368        END-IF
028368        IF WS_IDX_ZSIM_ENC > 0
028368           ADD 1 TO WS_TZS-CANT(WS_IDX_ZSIM_ENC, WS_SIM_CLASE)
028368        END-IF
028368        ADD 1 TO WS_TZS-CANT(WS_MAX_ZONAS_SIM + 1, WS_SIM_CLASE)
028368     END-IF.

028369 BUSCAR-ZONA-SIM.
028369     IF WS_TZS-ZONA(WS_IDX_ZSIM) = WS_LINSIM-ZONA
028369        MOVE WS_IDX_ZSIM TO WS_IDX_ZSIM_ENC
028369     END-IF.

028369 AGREGAR-ZONA-SIM.
028369     ADD 1 TO WS_CANT_ZONAS_SIM.
028369     MOVE WS_CANT_ZONAS_SIM TO WS_IDX_ZSIM_ENC.
028369     MOVE WS_LINSIM-ZONA TO WS_TZS-ZONA(WS_IDX_ZSIM_ENC).
028369     PERFORM LIMPIAR-CONT-ZONA-SIM
028369         VARYING WS_IDX_CLASE FROM 1 BY 1
028369         UNTIL WS_IDX_CLASE > 7.

028369 LIMPIAR-CONT-ZONA-SIM.
028369     MOVE 0 TO WS_TZS-CANT(WS_IDX_ZSIM_ENC, WS_IDX_CLASE).

028369*================================================================
028370* MOSTRAR-ESTADISTICAS - RESUMEN DE CIERRE DE LA CORRIDA: TOTALES
028380* GENERALES, DESGLOSE POR CODIGO DE ESTADO Y COMPARACION CONTRA
028390* LOS TOTALES DE LA CORRIDA ANTERIOR (HISTORIA.DAT).
028710     ELSE
028720        DISPLAY "  (NO HAY CORRIDA ANTERIOR PARA COMPARAR)"
028730     END-IF.
028734     IF NOT MODO-SIMULACION
028738        PERFORM GRABAR-HISTORIA
028742     END-IF.

028750 MOSTRAR-ESTADO-SEGUN-IDX.
028760     DISPLAY "  ESTADO " WS_ESTADO-CODIGO(WS_IDX_EST) " "
029280           EXC_TRANS CONFLICTOS MOVIMIENTOS.

029290*================================================================
029291* GRABAR-TOTALES-SIMULACION - CIERRA EL INFORME DE SIMULACION CON
029291* UN RENGLON DE TOTALES POR CADA ZONA QUE TUVO MOVIMIENTO Y EL
029291* TOTAL GENERAL.
029291*================================================================
029291 GRABAR-TOTALES-SIMULACION.
029291     MOVE SPACES TO LINEA-SIM.
029292     WRITE LINEA-SIM.
029292     MOVE "TOTALES POR ZONA" TO LINEA-SIM.
029292     WRITE LINEA-SIM.
029292     MOVE ALL "-" TO LINEA-SIM.
029292     WRITE LINEA-SIM.
029292     MOVE "ZONA " TO WS_LINSIMT-TXT.
029293     PERFORM GRABAR-TOTAL-ZONA-SIM
029293         VARYING WS_IDX_ZSIM FROM 1 BY 1
029293         UNTIL WS_IDX_ZSIM > WS_CANT_ZONAS_SIM.
029293     MOVE "TOTAL" TO WS_LINSIMT-TXT.
029293     COMPUTE WS_IDX_ZSIM = WS_MAX_ZONAS_SIM + 1.
029293     PERFORM GRABAR-TOTAL-ZONA-SIM.
029294     DISPLAY "GRABAR-TOTALES-SIMULACION - INFORME EN "
029294             "MERGE-SIMULACION.DAT (" WS_CANT_ZONAS_SIM
029294             " ZONAS)".

029294 GRABAR-TOTAL-ZONA-SIM.
029294     MOVE WS_TZS-ZONA(WS_IDX_ZSIM)    TO WS_LINSIMT-ZONA.
029294     MOVE WS_TZS-CANT(WS_IDX_ZSIM, 1) TO WS_LINSIMT-ALTAS.
029295     MOVE WS_TZS-CANT(WS_IDX_ZSIM, 2) TO WS_LINSIMT-BAJAS.
029295     MOVE WS_TZS-CANT(WS_IDX_ZSIM, 3) TO WS_LINSIMT-ESTADO.
029295     MOVE WS_TZS-CANT(WS_IDX_ZSIM, 4) TO WS_LINSIMT-CTA.
029295     MOVE WS_TZS-CANT(WS_IDX_ZSIM, 5) TO WS_LINSIMT-DEPUR.
029295     MOVE WS_TZS-CANT(WS_IDX_ZSIM, 6) TO WS_LINSIMT-EXC.
029295     MOVE WS_TZS-CANT(WS_IDX_ZSIM, 7) TO WS_LINSIMT-CONF.
029296     MOVE WS_LINEA-SIM-TOT TO LINEA-SIM.
029296     WRITE LINEA-SIM.
029296     IF FS_SIM NOT = "00"
029296        DISPLAY "Error al grabar Informe de Simulacion: " FS_SIM
029296        STOP RUN
029296     END-IF.

029297*================================================================
029297* CERRAR-ARCHIVOS-SIMULACION - CIERRE DEL MODO SIMULACION: SOLO
029297* LOS ARCHIVOS QUE ESE MODO ABRIO.
029297*================================================================
029297 CERRAR-ARCHIVOS-SIMULACION.
029297     DISPLAY "CERRAR-ARCHIVOS-SIMULACION".
029298     PERFORM CERRAR-FUENTE-SEGUN-IDX
029298         VARYING WS_IDX_FTE FROM 1 BY 1
029298         UNTIL WS_IDX_FTE > WS_CANT_FUENTES.
029298     CLOSE CUENTAS ESTADOS BANCOS SIMULACION.
029298     IF NOT MAESTRO-AUSENTE
029298        CLOSE MAESTRO
029299     END-IF.
029299     IF NOT CTAS-MAESTRO-AUSENTE
029299        CLOSE CTAS_MAESTRO
029299     END-IF.

029299*================================================================
029300* CERRAR-FUENTE-SEGUN-IDX - CIERRA EL SLOT WS_IDX_FTE.
029310*================================================================
029320 CERRAR-FUENTE-SEGUN-IDX.
