000870*                  RTOT-CANT-ACEPT SE CALCULA SOBRE LAS FILAS
000880*                  CARGADAS (LAS DESBORDADAS NO SE PROCESARON NI
000890*                  SUMAN IMPORTES).
000891* 2026-10-15  DLV  CARGA DEL RETORNO DE LA SEGUNDA PRESENTACION
000891*                  (ALGO4SEG). AL INICIO SE PREGUNTA POR CONSOLA
000891*                  SI EL RETORNO ES DE SEGUNDA PRESENTACION; EN
000891*                  ESE CASO SE LEE RETORNO-SEGUNDA.DAT (MISMO
000891*                  LAYOUT), CADA FILA SE CRUZA CON SU
000891*                  PRESENTACION PENDIENTE DE
000892*                  SEGUNDA-PRESENTACION.DAT (COPY SEGPREC), QUE
000892*                  QUEDA ACEPTADA O RECHAZADA, LA CUENTA
000892*                  ALTERNATIVA RECHAZADA SE OBSERVA, NO SE TOCA
000892*                  EL MAESTRO NI SE GRABA EL HISTORIAL DE
000892*                  RECHAZOS (EL RECHAZO DEL PERIODO YA ESTA
000892*                  ASENTADO DESDE LA PRIMERA CARGA) Y LA LISTA
000893*                  DE TRABAJO Y LAS EXCEPCIONES SE EXTIENDEN EN
000893*                  LUGAR DE PISARSE. EL CANDADO DEL CICLO ES EL
000893*                  PROPIO (CIC-FECHA-SEGUNDA GRABADA,
000893*                  CIC-FECHA-RET-SEGUNDA EN CERO).
000893*                  PASE A MORA: EN LA PRIMERA CARGA, UN
000893*                  CONSORCIO QUE COMPLETA LA RACHA PERO TIENE
000894*                  CUOTA Y UNA CUENTA ALTERNATIVA HABIL (NO
000894*                  OBSERVADA, BANCO EN BANCOS.DAT, COPY BANTAB)
000894*                  NO PASA A MORA TODAVIA: SE DIFIERE HASTA EL
000894*                  RETORNO DE LA SEGUNDA PRESENTACION, DONDE SE
000894*                  EVALUA SI VUELVE RECHAZADO. UN PERIODO COBRADO
000894*                  EN SEGUNDA PRESENTACION YA NO CUENTA EN LA
000895*                  RACHA. RETORNO-TOTALES.DAT AGREGA
000895*                  RTOT-PRESENTACION (1 O 2); LOS TOTALES
000895*                  GRABADOS ANTES QUEDAN INCOMPATIBLES.
000895* 2026-10-15  DLV  RECARGOS POR MORA: EN LA PRIMERA CARGA, LA
000895*                  FILA DEL RETORNO CUYO IMPORTE ES LA SUMA DE
000896*                  LOS RECARGOS FACTURADOS AL CONSORCIO EN ESE
000896*                  PERIODO Y CUENTA (RECARGOS.DAT, COPY RECAREC)
000896*                  ES EL RENGLON "RECARGO MORA" DEL EXTRACTO:
000896*                  ACEPTADA, ESOS RECARGOS QUEDAN COBRADOS Y NO
000896*                  SE VUELVEN A FACTURAR; RECHAZADA, VUELVEN A
000896*                  LIQUIDADOS PARA EL PROXIMO EXTRACTO. ESA FILA
000897*                  NO SE COMPARA CONTRA LA CUOTA, NO OBSERVA
000897*                  CUENTAS NI MAESTRO Y NO VA AL HISTORIAL DE
000897*                  RECHAZOS; SI SUMA EN LOS TOTALES EN PESOS.
000897* 2026-10-15  DLV  WS_MAE_ANTERIOR PASA A 144 POSICIONES POR
000897*                  MAE-ADMIN (NUEVO EN MAEREC).
000897* 2026-10-15  DLV  CARTAS DE INTIMACION: UN DEBITO ACEPTADO DEL
000898*                  CONSORCIO (EN LA PRIMERA CARGA O EN LA DE LA
000898*                  SEGUNDA PRESENTACION) DA POR RESPONDIDAS SUS
000898*                  NOTIFICACIONES ABIERTAS EN NOTIFICACIONES.DAT
000898*                  (COPY NTFREC) CON LA FECHA DE CARGA Y EL
000898*                  PERIODO; SIN EL ARCHIVO NO HAY NADA QUE
000898*                  RESPONDER.
000899* 2026-10-15  DLV  EL RECARGO RECHAZADO QUE VUELVE A LIQUIDADO
000899*                  CONSERVA RGO-PERIODO-FACT Y RGO-NRO-CTA-FACT,
000899*                  PARA QUE RENDBAN RECONOZCA LA FILA DEL RECARGO
000899*                  DESPUES DE LA CARGA. EL PROXIMO EXTRACTO LOS
000899*                  PISA AL VOLVER A FACTURARLO.
000899* 2026-10-15  DLV  LA FILA DE RECARGO ACEPTADA NO DA POR
000899*                  RESPONDIDAS LAS NOTIFICACIONES DEL CONSORCIO:
000899*                  LA DEUDA DEL PERIODO SIGUE IMPAGA.
000900*================================================================

000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT RETORNO      ASSIGN TO DYNAMIC WS_NOM_RETORNO
000950                          FILE STATUS IS FS_RET.

000960     SELECT MAESTRO      ASSIGN TO DISK
001250     SELECT RETORNO_TOT  ASSIGN TO DISK
001260                          FILE STATUS IS FS_RTOT.

001261     SELECT SEGUNDA_PRES ASSIGN TO DISK
001261                          ORGANIZATION IS INDEXED
001262                          ACCESS MODE IS DYNAMIC
001262                          RECORD KEY IS SEG-CLAVE
001263                          FILE STATUS IS FS_SEG.

001263     SELECT BANCOS       ASSIGN TO DISK
001264                          FILE STATUS IS FS_BAN.

001264     SELECT RECARGOS     ASSIGN TO DISK
001265                          ORGANIZATION IS INDEXED
001265                          ACCESS MODE IS DYNAMIC
001266                          RECORD KEY IS RGO-CLAVE
001266                          FILE STATUS IS FS_RGO.

001267     SELECT NOTIFICACIONES ASSIGN TO DISK
001267                          ORGANIZATION IS INDEXED
001268                          ACCESS MODE IS DYNAMIC
001268                          RECORD KEY IS NTF-CLAVE
001269                          FILE STATUS IS FS_NTF.

001270 DATA DIVISION.
001280 FILE SECTION.
001290*----------------------------------------------------------------
001310* CUENTA ENVIADA EN EL EXTRACTO: CUIT, CUENTA, CODIGO DE
001320* RESULTADO ("00" DEBITO ACEPTADO; OTRO CODIGO, RECHAZADO:
001330* CUENTA CERRADA, SIN FONDOS, CONSORCIO EN MORA) Y PERIODO
001340* FACTURADO (AAAAMM). EL NOMBRE SE TOMA EN TIEMPO DE EJECUCION
001342* DE WS_NOM_RETORNO: RETORNO-FACTURACION.DAT, O
001344* RETORNO-SEGUNDA.DAT PARA EL RETORNO DE LA SEGUNDA
001346* PRESENTACION (MISMO LAYOUT).
001350*----------------------------------------------------------------
001360 FD  RETORNO LABEL RECORD IS STANDARD.

001380 01  RET.
001390     03 RET-CUIT-CONS           PIC 9(15).
001920     03 RTOT-CANT-RECH          PIC 9(10).
001930     03 RTOT-TOT-ACEPTADO       PIC 9(11)V99.
001940     03 RTOT-TOT-RECHAZADO      PIC 9(11)V99.
001941     03 RTOT-PRESENTACION       PIC 9(01).

001941 FD  SEGUNDA_PRES LABEL RECORD IS STANDARD
001942             VALUE OF FILE-ID IS "segunda-presentacion.dat".

001942     COPY SEGPREC.

001943 FD  BANCOS LABEL RECORD IS STANDARD
001943            VALUE OF FILE-ID IS "bancos.dat".

001944 01  BAN.
001944     03 BAN-ENTIDAD             PIC 9(03).
001945     03 BAN-SUCURSAL            PIC 9(03).
001946     03 BAN-NOMBRE              PIC X(25).

001946 FD  RECARGOS LABEL RECORD IS STANDARD
001947             VALUE OF FILE-ID IS "recargos.dat".

001947     COPY RECAREC.

001948 FD  NOTIFICACIONES LABEL RECORD IS STANDARD
001948             VALUE OF FILE-ID IS "notificaciones.dat".

001949     COPY NTFREC.

001950 WORKING-STORAGE SECTION.
001960 77  FS_RET                PIC XX.
002050 77  FS_CIC                PIC XX.
002060 77  FS_CUO                PIC XX.
002070 77  FS_RTOT               PIC XX.
002072 77  FS_SEG                PIC XX.
002074 77  FS_BAN                PIC XX.
002075 77  FS_RGO                PIC XX.
002076 77  FS_NTF                PIC XX.
002077 77  WS_NOM_RETORNO        PIC X(25)
002078                           VALUE "retorno-facturacion.dat".
002080 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
002090 77  WS_PERIODO_RETORNO    PIC 9(06) VALUE 0.
002100 77  WS_CANT_RET           PIC 9(10) VALUE 0.
002170 77  WS_CANT_MORA          PIC 9(10) VALUE 0.
002180 77  WS_CANT_MORA_RECH     PIC 9(10) VALUE 0.
002190 77  WS_CANT_IMP_DIF       PIC 9(10) VALUE 0.
002191 77  WS_CANT_SEG_ACEPT     PIC 9(10) VALUE 0.
002192 77  WS_CANT_SEG_RECH      PIC 9(10) VALUE 0.
002193 77  WS_CANT_MORA_DIFER    PIC 9(10) VALUE 0.
002194 77  WS_CANT_HIST_COBRADO  PIC 9(10) VALUE 0.
002195 77  WS_CANT_RGO_COBRADO   PIC 9(10) VALUE 0.
002196 77  WS_CANT_RGO_DEVUELTO  PIC 9(10) VALUE 0.
002197 77  WS_CANT_NTF_RESP      PIC 9(10) VALUE 0.
002198 77  WS_TOT_RGO_COBRADO    PIC 9(11)V99 VALUE 0.
002199 77  WS_IMP_RGO_RET        PIC 9(07)V99 VALUE 0.
002200 77  WS_TOT_ACEPTADO       PIC 9(11)V99 VALUE 0.
002210 77  WS_TOT_RECHAZADO      PIC 9(11)V99 VALUE 0.
002220 77  WS_IMP_EDIT           PIC 9(11).9(02).
002230 77  WS_IDX_RET            PIC 9(04) VALUE 0.
002240 01  WS_MAE_ANTERIOR       PIC X(144).

002250*----------------------------------------------------------------
002260* PASE AUTOMATICO A MORA. CON WS_PERIODOS_MORA PERIODOS SEGUIDOS
002380 77  WS_IDX_TRN            PIC 9(04) VALUE 0.
002390 77  WS_RACHA              PIC 9(02) VALUE 0.

002391*----------------------------------------------------------------
002392* DIFERIMIENTO DEL PASE A MORA EN LA PRIMERA CARGA: SI EL
002393* CONSORCIO TIENE CUOTA Y OTRA CUENTA HABIL (NO OBSERVADA Y CON
002394* EL BANCO EN EL CATALOGO, EL MISMO CRITERIO DE ALGO4SEG), LA
002395* SEGUNDA PRESENTACION TODAVIA PUEDE COBRAR EL PERIODO.
002396*----------------------------------------------------------------
002397 77  WS_MAX_BANCOS         PIC 9(03) VALUE 200.
002398 77  WS_IDX_BAN            PIC 9(04) VALUE 0.

002399     COPY BANTAB.

002400     COPY ESTTAB.

002410     COPY TRNTAB.
002960        05 WS_RET-SW-PRINCIPAL PIC X(01).
002970           88 RET-ES-PRINCIPAL     VALUE "S".
002980        05 WS_RET-IMPORTE      PIC 9(07)V99.
002982        05 WS_RET-SW-SEGUNDA   PIC X(01).
002984           88 RET-CON-SEGUNDA     VALUE "S".
002986        05 WS_RET-CTA-MORA     PIC 9(08).
002987        05 WS_RET-SW-RECARGO   PIC X(01).
002988           88 RET-ES-RECARGO      VALUE "S".

002990 01  WS_SWITCHES.
003000     03 WS_SW_FIN_RET      PIC X(01) VALUE "N".
003070        88 PREVIO-ENCONTRADO        VALUE "S".
003080     03 WS_SW_CUOTA_ENC    PIC X(01) VALUE "N".
003090        88 CUOTA-ENCONTRADA         VALUE "S".
003091     03 WS_SW_SEGUNDA      PIC X(01) VALUE "N".
003091        88 RETORNO-SEGUNDA          VALUE "S" "s".
003091     03 WS_SW_SEG_AUSENTE  PIC X(01) VALUE "N".
003092        88 SEG-AUSENTE              VALUE "S".
003092     03 WS_SW_FIN_CTAS_CONS PIC X(01) VALUE "N".
003093        88 FIN-CTAS-CONS            VALUE "S".
003093     03 WS_SW_ALTERNATIVA  PIC X(01) VALUE "N".
003094        88 ALTERNATIVA-ENCONTRADA   VALUE "S".
003094     03 WS_SW_BANCO_HAB    PIC X(01) VALUE "N".
003095        88 BANCO-HABILITADO         VALUE "S".
003095     03 WS_SW_HIST_COBRADO PIC X(01) VALUE "N".
003095        88 HIST-COBRADO-SEGUNDA     VALUE "S".
003096     03 WS_SW_RGO_AUSENTE  PIC X(01) VALUE "N".
003096        88 RGO-AUSENTE              VALUE "S".
003097     03 WS_SW_FIN_RGO_CONS PIC X(01) VALUE "N".
003097        88 FIN-RGO-CONS             VALUE "S".
003098     03 WS_SW_NTF_AUSENTE  PIC X(01) VALUE "N".
003098        88 NTF-AUSENTE              VALUE "S".
003099     03 WS_SW_FIN_NTF_CONS PIC X(01) VALUE "N".
003099        88 FIN-NTF-CONS             VALUE "S".

003100*----------------------------------------------------------------
003110* RENGLON DE LA LISTA DE TRABAJO: CONSORCIOS CUYA CUENTA
003390     PERFORM CARGAR-TABLA-ESTADOS.
003400     PERFORM CARGAR-TABLA-TRANS.
003410     PERFORM CARGAR-TABLA-CUOTAS.
003415     PERFORM CARGAR-TABLA-BANCOS.
003420     PERFORM CARGAR-RETORNO.
003430     PERFORM VERIFICAR-CICLO.
003440     PERFORM ABRIR-ARCHIVOS-SALIDA.
003450     PERFORM DRENAR-RETORNO-DESBORDE.
003452     IF NOT RGO-AUSENTE
003454        PERFORM APLICAR-EN-RECARGOS
003456     END-IF.
003460     PERFORM VALIDAR-IMPORTES.
003462     IF RETORNO-SEGUNDA
003464        PERFORM APLICAR-EN-SEGUNDA
003466     END-IF.
003470     PERFORM APLICAR-EN-CUENTAS.
003471     IF NOT NTF-AUSENTE
003472        PERFORM APLICAR-EN-NOTIFICACIONES
003473     END-IF.
003476     IF NOT RETORNO-SEGUNDA
003482        PERFORM APLICAR-EN-MAESTRO
003488        PERFORM GRABAR-HISTORIAL-RECHAZOS
003494     END-IF.
003500     PERFORM EVALUAR-MORA.
003510     PERFORM GRABAR-SIN-MATCH.
003520     PERFORM MOSTRAR-RESUMEN.
003600* NO EXISTIR (SE SALTEA ESA PASADA). EL DIARIO DE AUDITORIA VA
003610* EN EXTEND, COMO SIEMPRE. LA LISTA DE TRABAJO Y LAS EXCEPCIONES
003620* (OUTPUT, PISAN LO DE LA CARGA ANTERIOR) SE ABREN RECIEN EN
003622* ABRIR-ARCHIVOS-SALIDA, DESPUES DEL CANDADO DEL CICLO. EL
003624* OPERADOR INDICA SI EL RETORNO ES EL DE LA SEGUNDA
003626* PRESENTACION, QUE EXIGE SEGUNDA-PRESENTACION.DAT; EN LA
003628* PRIMERA CARGA ESE ARCHIVO SOLO SE CONSULTA Y PUEDE NO EXISTIR.
003630* LOS RECARGOS POR MORA SE RESUELVEN SOLO EN LA PRIMERA CARGA;
003632* SIN RECARGOS.DAT NO HAY NINGUNO FACTURADO QUE BUSCAR.
003634* NOTIFICACIONES.DAT SE ACTUALIZA EN LAS DOS CARGAS; SIN EL
003636* ARCHIVO NO SE EMITIO NINGUNA CARTA TODAVIA.
003640*================================================================
003650 INICIALIZAR.
003660     DISPLAY "ALGO4IMP INICIA".
003670     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
003671     DISPLAY "RETORNO DE SEGUNDA PRESENTACION (S/N): "
003672             WITH NO ADVANCING.
003673     MOVE "N" TO WS_SW_SEGUNDA.
003674     ACCEPT WS_SW_SEGUNDA.
003675     IF RETORNO-SEGUNDA
003676        MOVE "retorno-segunda.dat" TO WS_NOM_RETORNO
003677        DISPLAY "INICIALIZAR - RETORNO DE SEGUNDA PRESENTACION: "
003678                WS_NOM_RETORNO
003679     END-IF.
003680     OPEN INPUT RETORNO.
003690     IF FS_RET NOT = "00"
003700        DISPLAY "Error al abrir Retorno de Facturacion: " FS_RET
003701        STOP RUN
003701     END-IF.
003701     IF RETORNO-SEGUNDA
003701        OPEN I-O SEGUNDA_PRES
003702     ELSE
003702        OPEN INPUT SEGUNDA_PRES
003702        IF FS_SEG = "35"
003702           SET SEG-AUSENTE TO TRUE
003703        END-IF
003703     END-IF.
003703     IF FS_SEG NOT = "00" AND NOT SEG-AUSENTE
003704        DISPLAY "Error al abrir Segundas Presentaciones: " FS_SEG
003704        STOP RUN
003704     END-IF.
003704     IF RETORNO-SEGUNDA
003705        SET RGO-AUSENTE TO TRUE
003705     ELSE
003705        OPEN I-O RECARGOS
003706        IF FS_RGO = "35"
003706           SET RGO-AUSENTE TO TRUE
003706        END-IF
003706     END-IF.
003707     IF FS_RGO NOT = "00" AND NOT RGO-AUSENTE
003707        DISPLAY "Error al abrir Recargos: " FS_RGO
003707        STOP RUN
003708     END-IF.
003708     OPEN I-O NOTIFICACIONES.
003708     IF FS_NTF = "35"
003708        SET NTF-AUSENTE TO TRUE
003709     END-IF.
003709     IF FS_NTF NOT = "00" AND NOT NTF-AUSENTE
003709        DISPLAY "Error al abrir Notificaciones: " FS_NTF
003710        STOP RUN
003720     END-IF.
003730     OPEN I-O MAESTRO.
003980* VERIFICAR-CICLO A PROPOSITO: UNA CORRIDA RECHAZADA POR EL
003990* CANDADO (RETORNO YA CARGADO, CONCILIACION SIN REGISTRAR) NO
004000* DEBE TRUNCAR LO QUE DEJO LA CARGA BUENA ANTERIOR, EL MISMO
004010* CRITERIO QUE EL MERGE USA CON VERIFICAR-CONTROLES. EL RETORNO
004013* DE LA SEGUNDA PRESENTACION LOS EXTIENDE: LO DE LA PRIMERA
004016* CARGA DEL PERIODO SIGUE HACIENDO FALTA.
004020*================================================================
004030 ABRIR-ARCHIVOS-SALIDA.
004031     IF RETORNO-SEGUNDA
004032        OPEN EXTEND WORKLIST
004033        IF FS_WRK = "35"
004034           OPEN OUTPUT WORKLIST
004035        END-IF
004036        OPEN EXTEND EXC_RETORNO
004037        IF FS_EXCR = "35"
004038           OPEN OUTPUT EXC_RETORNO
004039        END-IF
004040     ELSE
004041        OPEN OUTPUT WORKLIST
004042        OPEN OUTPUT EXC_RETORNO
004043     END-IF.
004050     IF FS_WRK NOT = "00"
004060        DISPLAY "Error al abrir Lista de Trabajo: " FS_WRK
004070        STOP RUN
004080     END-IF.
004100     IF FS_EXCR NOT = "00"
004110        DISPLAY "Error al abrir Excepciones del Retorno: " FS_EXCR
004120        STOP RUN
005140        CLOSE CUOTAS
005150     END-IF.

005151*================================================================
005151* CARGAR-TABLA-BANCOS - CARGA EN MEMORIA EL CATALOGO DE BANCOS
005151* HABILITADOS, PARA DECIDIR SI UN CONSORCIO TIENE UNA CUENTA
005151* ALTERNATIVA HABIL ANTES DE PASARLO A MORA. SIN CATALOGO NINGUNA
005151* CUENTA CALIFICA Y EL PASE A MORA NO SE DIFIERE.
005152*================================================================
005152 CARGAR-TABLA-BANCOS.
005152     MOVE 0 TO WS_CANT_BANCOS.
005152     OPEN INPUT BANCOS.
005153     IF FS_BAN = "35"
005153        DISPLAY "CARGAR-TABLA-BANCOS - SIN BANCOS.DAT, EL PASE A "
005153                "MORA NO SE DIFIERE"
005153     ELSE
005154        IF FS_BAN NOT = "00"
005154           DISPLAY "Error al abrir Archivo de Bancos: " FS_BAN
005154           STOP RUN
005154        END-IF
005155        PERFORM CARGAR-BANCO
005155            UNTIL FS_BAN = "10"
005155               OR WS_CANT_BANCOS = WS_MAX_BANCOS
005155        IF WS_CANT_BANCOS = WS_MAX_BANCOS AND FS_BAN NOT = "10"
005155           DISPLAY "CARGAR-TABLA-BANCOS - ADVERTENCIA: TABLA "
005156                   "LLENA (" WS_MAX_BANCOS "), SE IGNORA EL "
005156                   "RESTO DE BANCOS.DAT"
005156        END-IF
005156        CLOSE BANCOS
005157     END-IF.

005157 CARGAR-BANCO.
005157     READ BANCOS
005157         AT END
005158             MOVE "10" TO FS_BAN
005158         NOT AT END
005158             ADD 1 TO WS_CANT_BANCOS
005158             MOVE BAN-ENTIDAD  TO WS_BANCO-ENTIDAD(WS_CANT_BANCOS)
005159             MOVE BAN-SUCURSAL
005159                  TO WS_BANCO-SUCURSAL(WS_CANT_BANCOS)
005159             MOVE BAN-NOMBRE   TO WS_BANCO-NOMBRE(WS_CANT_BANCOS)
005159     END-READ.

005160 CARGAR-CUOTA.
005170     READ CUOTAS
005180         AT END
005590             MOVE "N" TO WS_RET-SW-PRINCIPAL(WS_CANT_RET_TAB)
005600             MOVE RET-IMPORTE
005610                  TO WS_RET-IMPORTE(WS_CANT_RET_TAB)
005612             MOVE "N" TO WS_RET-SW-SEGUNDA(WS_CANT_RET_TAB)
005614             MOVE RET-NRO-CTA
005616                  TO WS_RET-CTA-MORA(WS_CANT_RET_TAB)
005618             MOVE "N" TO WS_RET-SW-RECARGO(WS_CANT_RET_TAB)
005620             IF RET-COD-RESULTADO = "00"
005630                MOVE "N" TO WS_RET-SW-RECHAZO(WS_CANT_RET_TAB)
005640             ELSE
006080* CONTRA CICLO-CONTROL.DAT QUE LA CONCILIACION DEL PERIODO HAYA
006090* TERMINADO BIEN Y QUE EL RETORNO NO SE HAYA CARGADO YA: EL
006100* MISMO RETORNO DOS VECES VUELVE A MARCAR OBSERVADAS CUENTAS YA
006110* RESUELTAS. AMBOS RECHAZOS SALEN CON RETURN-CODE 8. EL RETORNO
006112* DE LA SEGUNDA PRESENTACION TIENE SU PROPIO CANDADO: LA SEGUNDA
006114* PRESENTACION DEL PERIODO GENERADA (CIC-FECHA-SEGUNDA) Y SU
006116* RETORNO TODAVIA SIN CARGAR (CIC-FECHA-RET-SEGUNDA).
006120*================================================================
006130 VERIFICAR-CICLO.
006140     IF WS_CANT_RET_TAB = 0
006350         INVALID KEY
006360             MOVE 0 TO CIC-FECHA-CONCILIA
006370             MOVE 0 TO CIC-FECHA-RETORNO
006373             MOVE 0 TO CIC-FECHA-SEGUNDA
006376             MOVE 0 TO CIC-FECHA-RET-SEGUNDA
006380     END-READ.
006381     IF RETORNO-SEGUNDA
006382        PERFORM VERIFICAR-CICLO-SEGUNDA
006383     ELSE
006384        PERFORM VERIFICAR-CICLO-PRIMERA
006385     END-IF.
006386     CLOSE CICLO.

006387 VERIFICAR-CICLO-PRIMERA.
006390     IF CIC-FECHA-RETORNO NOT = 0
006400        DISPLAY "VERIFICAR-CICLO - EL RETORNO DEL PERIODO "
006410                WS_PERIODO_RETORNO " YA SE CARGO EL "
006500        MOVE 8 TO RETURN-CODE
006510        STOP RUN
006520     END-IF.

006521 VERIFICAR-CICLO-SEGUNDA.
006522     IF CIC-FECHA-SEGUNDA = 0
006523        DISPLAY "VERIFICAR-CICLO - RETORNO DE 2DA PRESENTACION "
006524                "SIN SEGUNDA PRESENTACION GENERADA DEL PERIODO "
006525                WS_PERIODO_RETORNO ", SE RECHAZA LA CORRIDA"
006526        MOVE 8 TO RETURN-CODE
006527        STOP RUN
006528     END-IF.
006529     IF CIC-FECHA-RET-SEGUNDA NOT = 0
006530        DISPLAY "VERIFICAR-CICLO - EL RETORNO DE SEGUNDA "
006531                "PRESENTACION DEL PERIODO " WS_PERIODO_RETORNO
006532                " YA SE CARGO EL " CIC-FECHA-RET-SEGUNDA
006533                ", SE RECHAZA LA CORRIDA"
006534        MOVE 8 TO RETURN-CODE
006535        STOP RUN
006536     END-IF.

006540*================================================================
006550* VALIDAR-IMPORTES - PASADA SOBRE LA TABLA DEL RETORNO: ACUMULA
006570* EL IMPORTE DEBITADO DE CADA FILA CONTRA LA CUOTA VIGENTE DE
006580* CUOTAS.DAT; UNA DIFERENCIA VA A LA LISTA DE EXCEPCIONES SIN
006590* FRENAR LA CARGA (EL DEBITO YA OCURRIO, HAY QUE RECLAMARLO).
006593* LA FILA DEL RECARGO POR MORA SUMA EN LOS TOTALES PERO NO SE
006596* COMPARA CONTRA LA CUOTA.
006600*================================================================
006610 VALIDAR-IMPORTES.
006620     PERFORM VALIDAR-IMPORTE-RET
006750            OR CUOTA-ENCONTRADA.
006760     IF CUOTA-ENCONTRADA
006770        AND WS_RET-IMPORTE(WS_IDX_RET) NOT = WS_CUOTA_VIG
006775        AND NOT RET-ES-RECARGO(WS_IDX_RET)
006780        MOVE WS_RET-CUIT(WS_IDX_RET) TO WS_LINEXCR-CUIT
006790        MOVE WS_RET-CTA(WS_IDX_RET)  TO WS_LINEXCR-CTA
006800        MOVE WS_RET-COD(WS_IDX_RET)  TO WS_LINEXCR-COD
006900     END-IF.

006910*================================================================
006911* APLICAR-EN-SEGUNDA - RETORNO DE LA SEGUNDA PRESENTACION: CADA
006911* FILA SE BUSCA EN SEGUNDA-PRESENTACION.DAT POR CUIT+PERIODO; SI
006911* HAY UNA PRESENTACION PENDIENTE A ESA MISMA CUENTA ALTERNATIVA,
006911* QUEDA ACEPTADA O RECHAZADA CON EL CODIGO Y LA FECHA DE CARGA.
006911* LA RACHA DE MORA DE UNA FILA RECHAZADA SE CUENTA SOBRE LA
006912* CUENTA PRINCIPAL QUE REBOTO PRIMERO (SEG-NRO-CTA-RECH), QUE ES
006912* LA QUE TIENE LAS FILAS EN EL HISTORIAL DE RECHAZOS.
006912*================================================================
006912 APLICAR-EN-SEGUNDA.
006912     PERFORM APLICAR-RET-SEGUNDA
006913         VARYING WS_IDX_RET FROM 1 BY 1
006913         UNTIL WS_IDX_RET > WS_CANT_RET_TAB.

006913 APLICAR-RET-SEGUNDA.
006913     MOVE WS_RET-CUIT(WS_IDX_RET)    TO SEG-CUIT-CONS.
006913     MOVE WS_RET-PERIODO(WS_IDX_RET) TO SEG-PERIODO.
006914     READ SEGUNDA_PRES
006914         INVALID KEY
006914             CONTINUE
006914         NOT INVALID KEY
006914             IF SEG-PENDIENTE
006915                AND SEG-NRO-CTA-ALT = WS_RET-CTA(WS_IDX_RET)
006915                PERFORM APLICAR-RET-SEGUNDA-LEIDA
006915             END-IF
006915     END-READ.

006915 APLICAR-RET-SEGUNDA-LEIDA.
006916     MOVE "S" TO WS_RET-SW-SEGUNDA(WS_IDX_RET).
006916     MOVE "S" TO WS_RET-SW-MATCH(WS_IDX_RET).
006916     MOVE SEG-NRO-CTA-RECH TO WS_RET-CTA-MORA(WS_IDX_RET).
006916     IF RET-RECHAZADO(WS_IDX_RET)
006916        SET SEG-RECHAZADA TO TRUE
006917        ADD 1 TO WS_CANT_SEG_RECH
006917     ELSE
006917        SET SEG-ACEPTADA TO TRUE
006917        ADD 1 TO WS_CANT_SEG_ACEPT
006917     END-IF.
006918     MOVE WS_RET-COD(WS_IDX_RET) TO SEG-COD-RESULTADO.
006918     MOVE WS_FECHA_SISTEMA       TO SEG-FECHA-RETORNO.
006918     REWRITE REG-SEGUNDA-PRES.
006918     IF FS_SEG NOT = "00"
006918        DISPLAY "Error al regrabar Segunda Presentacion CUIT "
006919                SEG-CUIT-CONS ": " FS_SEG
006919        STOP RUN
006919     END-IF.

006919*================================================================
006920* APLICAR-EN-CUENTAS - POR CADA FILA DEL RETORNO SE LEE CUENTAS-
006930* MAESTRO POR CLAVE (CUIT+CUENTA): LA QUE EXISTE QUEDA MATCHEADA
006933* Y, SI EL RESULTADO FUE RECHAZO, SE LA REGRABA OBSERVADA. EN EL
006936* RETORNO DE LA SEGUNDA PRESENTACION SOLO CUENTAN LAS FILAS QUE
006939* CRUZARON CON UNA PRESENTACION PENDIENTE, Y LA FILA DEL RECARGO
006942* POR MORA NO OBSERVA LA CUENTA (LA CUOTA VIAJA EN SU PROPIA
006945* FILA).
006950*================================================================
006960 APLICAR-EN-CUENTAS.
006970     IF NOT CTAM-AUSENTE
007010     END-IF.

007020 APLICAR-RET-CUENTA.
007025     IF (NOT RETORNO-SEGUNDA OR RET-CON-SEGUNDA(WS_IDX_RET))
007027        AND NOT RET-ES-RECARGO(WS_IDX_RET)
007030        MOVE WS_RET-CUIT(WS_IDX_RET) TO CTAM-CUIT-CONS
007040        MOVE WS_RET-CTA(WS_IDX_RET)  TO CTAM-NRO-CTA
007050        READ CTAS_MAESTRO
007060            INVALID KEY
007070                CONTINUE
007080            NOT INVALID KEY
007090                PERFORM APLICAR-RET-CUENTA-LEIDA
007100        END-READ
007105     END-IF.

007110 APLICAR-RET-CUENTA-LEIDA.
007120     MOVE "S" TO WS_RET-SW-MATCH(WS_IDX_RET).
007220     END-IF.

007230*================================================================
007231* APLICAR-EN-RECARGOS - PRIMERA CARGA: POR CADA FILA DEL RETORNO
007231* SE SUMAN LOS RECARGOS DEL CONSORCIO FACTURADOS EN ESE PERIODO
007231* CONTRA ESA CUENTA. SI LA SUMA ES EL IMPORTE DE LA FILA, LA
007231* FILA ES EL RENGLON "RECARGO MORA" DEL EXTRACTO: QUEDA
007231* MATCHEADA Y APARTADA DE LAS PASADAS DE CUOTA, Y LOS RECARGOS
007231* PASAN A COBRADOS (DEBITO ACEPTADO, YA NO SE VUELVEN A
007231* FACTURAR) O VUELVEN A LIQUIDADOS (RECHAZADO, LOS RETOMA LA
007231* PROXIMA LIQUIDACION CON LOS DIAS DE ATRASO AL DIA). RESUELTOS
007231* UNA VEZ, OTRA FILA DEL MISMO CONSORCIO YA NO LOS ENCUENTRA.
007231* EN AMBOS CASOS QUEDAN EL PERIODO Y LA CUENTA FACTURADOS, CON
007231* LOS QUE RENDBAN APARTA LA FILA DEL RECARGO.
007231*================================================================
007231 APLICAR-EN-RECARGOS.
007231     PERFORM APLICAR-RET-RECARGO
007231         VARYING WS_IDX_RET FROM 1 BY 1
007232         UNTIL WS_IDX_RET > WS_CANT_RET_TAB.

007232 APLICAR-RET-RECARGO.
007232     MOVE 0 TO WS_IMP_RGO_RET.
007232     PERFORM POSICIONAR-RECARGOS.
007232     PERFORM SUMAR-RECARGO-FACT UNTIL FIN-RGO-CONS.
007232     IF WS_IMP_RGO_RET > 0
007232        AND WS_IMP_RGO_RET = WS_RET-IMPORTE(WS_IDX_RET)
007232        MOVE "S" TO WS_RET-SW-RECARGO(WS_IDX_RET)
007232        MOVE "S" TO WS_RET-SW-MATCH(WS_IDX_RET)
007232        PERFORM POSICIONAR-RECARGOS
007232        PERFORM RESOLVER-RECARGO-FACT UNTIL FIN-RGO-CONS
007232        IF NOT RET-RECHAZADO(WS_IDX_RET)
007232           ADD WS_IMP_RGO_RET TO WS_TOT_RGO_COBRADO
007232        END-IF
007233     END-IF.

007233 POSICIONAR-RECARGOS.
007233     MOVE "N" TO WS_SW_FIN_RGO_CONS.
007233     MOVE WS_RET-CUIT(WS_IDX_RET) TO RGO-CUIT-CONS.
007233     MOVE 0 TO RGO-PERIODO.
007233     START RECARGOS KEY NOT < RGO-CLAVE
007233         INVALID KEY
007233             SET FIN-RGO-CONS TO TRUE
007233     END-START.

007233 SUMAR-RECARGO-FACT.
007233     PERFORM LEER-RECARGO-CONS.
007233     IF NOT FIN-RGO-CONS
007233        AND RGO-FACTURADO
007233        AND RGO-PERIODO-FACT = WS_RET-PERIODO(WS_IDX_RET)
007234        AND RGO-NRO-CTA-FACT = WS_RET-CTA(WS_IDX_RET)
007234        ADD RGO-IMPORTE TO WS_IMP_RGO_RET
007234     END-IF.

007234 RESOLVER-RECARGO-FACT.
007234     PERFORM LEER-RECARGO-CONS.
007234     IF NOT FIN-RGO-CONS
007234        AND RGO-FACTURADO
007234        AND RGO-PERIODO-FACT = WS_RET-PERIODO(WS_IDX_RET)
007234        AND RGO-NRO-CTA-FACT = WS_RET-CTA(WS_IDX_RET)
007234        IF RET-RECHAZADO(WS_IDX_RET)
007234           SET RGO-LIQUIDADO TO TRUE
007234           ADD 1 TO WS_CANT_RGO_DEVUELTO
007234        ELSE
007234           SET RGO-COBRADO TO TRUE
007234           MOVE WS_FECHA_SISTEMA TO RGO-FECHA-COBRO
007235           ADD 1 TO WS_CANT_RGO_COBRADO
007235        END-IF
007235        REWRITE REG-RECARGO
007235        IF FS_RGO NOT = "00"
007235           DISPLAY "Error al regrabar Recargo CUIT "
007235                   RGO-CUIT-CONS ": " FS_RGO
007235           STOP RUN
007235        END-IF
007235     END-IF.

007235 LEER-RECARGO-CONS.
007235     READ RECARGOS NEXT
007235         AT END
007235             SET FIN-RGO-CONS TO TRUE
007235         NOT AT END
007236             IF RGO-CUIT-CONS NOT = WS_RET-CUIT(WS_IDX_RET)
007236                SET FIN-RGO-CONS TO TRUE
007236             END-IF
007236     END-READ.
007236     IF FS_RGO NOT = "00" AND FS_RGO NOT = "10"
007236        DISPLAY "Error al leer Recargos: " FS_RGO
007236        STOP RUN
007236     END-IF.

007236*================================================================
007236* APLICAR-EN-NOTIFICACIONES - POR CADA FILA ACEPTADA DEL RETORNO
007236* (EN LA SEGUNDA PRESENTACION, SOLO LAS QUE CRUZARON CON UNA
007236* PRESENTACION PENDIENTE) LAS NOTIFICACIONES TODAVIA ABIERTAS DEL
007236* CONSORCIO QUEDAN RESPONDIDAS CON LA FECHA DE CARGA Y EL PERIODO
007236* DEL DEBITO: EL CONSORCIO YA NO SE DERIVA A LEGALES (CARTSEG).
007236* LAS FILAS DE RECARGO NO CUENTAN: NO PAGAN LA CUOTA INTIMADA.
007237*================================================================
007237 APLICAR-EN-NOTIFICACIONES.
007237     PERFORM APLICAR-RET-NOTIFICACION
007237         VARYING WS_IDX_RET FROM 1 BY 1
007237         UNTIL WS_IDX_RET > WS_CANT_RET_TAB.

007237 APLICAR-RET-NOTIFICACION.
007237     IF NOT RET-RECHAZADO(WS_IDX_RET)
007237        AND NOT RET-ES-RECARGO(WS_IDX_RET)
007237        AND (NOT RETORNO-SEGUNDA OR RET-CON-SEGUNDA(WS_IDX_RET))
007237        MOVE "N" TO WS_SW_FIN_NTF_CONS
007237        MOVE WS_RET-CUIT(WS_IDX_RET) TO NTF-CUIT-CONS
007237        MOVE 0 TO NTF-PERIODO
007237        MOVE 0 TO NTF-TIPO
007237        START NOTIFICACIONES KEY NOT < NTF-CLAVE
007237            INVALID KEY
007237                SET FIN-NTF-CONS TO TRUE
007238        END-START
007238        PERFORM RESPONDER-NOTIFICACION UNTIL FIN-NTF-CONS
007238     END-IF.

007238 RESPONDER-NOTIFICACION.
007238     READ NOTIFICACIONES NEXT
007238         AT END
007238             SET FIN-NTF-CONS TO TRUE
007238         NOT AT END
007238             IF NTF-CUIT-CONS NOT = WS_RET-CUIT(WS_IDX_RET)
007238                SET FIN-NTF-CONS TO TRUE
007238             END-IF
007238     END-READ.
007238     IF FS_NTF NOT = "00" AND FS_NTF NOT = "10"
007238        DISPLAY "Error al leer Notificaciones: " FS_NTF
007239        STOP RUN
007239     END-IF.
007239     IF NOT FIN-NTF-CONS AND NTF-ABIERTA
007239        MOVE WS_FECHA_SISTEMA           TO NTF-FECHA-DEBITO
007239        MOVE WS_RET-PERIODO(WS_IDX_RET) TO NTF-PERIODO-DEBITO
007239        REWRITE REG-NOTIFICACION
007239        IF FS_NTF NOT = "00"
007239           DISPLAY "Error al regrabar Notificacion CUIT "
007239                   NTF-CUIT-CONS ": " FS_NTF
007239           STOP RUN
007239        END-IF
007239        ADD 1 TO WS_CANT_NTF_RESP
007239     END-IF.

007239*================================================================
007240* APLICAR-EN-MAESTRO - PARA CADA FILA RECHAZADA DEL RETORNO SE
007250* LEE EL MAESTRO POR CLAVE: SI LA CUENTA RECHAZADA ES LA
007260* PRINCIPAL (MAE-NRO-CTA) SE MARCA EL CONSORCIO OBSERVADO, SE
007270* ASIENTA EN EL DIARIO Y SE LO AGREGA A LA LISTA DE TRABAJO.
007280* UNA FILA CUYO CUIT EXISTE PERO CUYA CUENTA NO ES LA PRINCIPAL
007290* NO TOCA EL MAESTRO (SI TAMPOCO ESTUVO EN CUENTAS-MAESTRO,
007296* QUEDA SIN MATCH Y VA A EXCEPCIONES). LA FILA DEL RECARGO POR
007302* MORA NO TOCA EL MAESTRO.
007310*================================================================
007320 APLICAR-EN-MAESTRO.
007330     PERFORM APLICAR-RET-MAESTRO
007350         UNTIL WS_IDX_RET > WS_CANT_RET_TAB.

007360 APLICAR-RET-MAESTRO.
007365     IF NOT RET-ES-RECARGO(WS_IDX_RET)
007370        MOVE WS_RET-CUIT(WS_IDX_RET) TO MAE-CUIT-CONS
007380        READ MAESTRO
007390            INVALID KEY
007400                CONTINUE
007410            NOT INVALID KEY
007420                PERFORM APLICAR-RET-MAESTRO-LEIDO
007430        END-READ
007435     END-IF.

007440 APLICAR-RET-MAESTRO-LEIDO.
007450     IF MAE-NRO-CTA = WS_RET-CTA(WS_IDX_RET)
007920* DEL RETORNO QUE MATCHEO CON UNA CUENTA CONOCIDA, CON EL
007930* RET-PERIODO QUE HASTA AHORA SE DESCARTABA. ES LA BASE DEL
007940* PASE A MORA Y DEL REPORTE DE ANTIGUEDAD DE DEUDA (RECHANT).
007943* LA FILA DEL RECARGO POR MORA RECHAZADA NO SE ACUMULA: EL
007946* RECARGO NO GENERA RECARGO.
007950*================================================================
007960 GRABAR-HISTORIAL-RECHAZOS.
007970     OPEN EXTEND RECHAZOS_HIST.

008090 GRABAR-RECHAZO-HIST.
008100     IF RET-RECHAZADO(WS_IDX_RET) AND RET-CON-MATCH(WS_IDX_RET)
008105        AND NOT RET-ES-RECARGO(WS_IDX_RET)
008110        MOVE WS_RET-CUIT(WS_IDX_RET)    TO RCH-CUIT-CONS
008120        MOVE WS_RET-CTA(WS_IDX_RET)     TO RCH-NRO-CTA
008130        MOVE WS_RET-PERIODO(WS_IDX_RET) TO RCH-PERIODO
008280* WS_TABLA_HIST). AL JUNTAR WS_PERIODOS_MORA SEGUIDOS, EL
008290* CONSORCIO PASA AL ESTADO DE MORA EN EL MAESTRO, SI LAS REGLAS
008300* DE TRANSEST.DAT LO PERMITEN, CON ASIENTO EN EL DIARIO.
008303* EN EL RETORNO DE LA SEGUNDA PRESENTACION SE EVALUAN LOS
008306* CONSORCIOS QUE VOLVIERON A REBOTAR EN LA CUENTA ALTERNATIVA.
008310*================================================================
008320 EVALUAR-MORA.
008330     IF WS_CANT_PRINCIPALES > 0 OR WS_CANT_SEG_RECH > 0
008340        PERFORM CARGAR-HIST-PREVIOS
008350        PERFORM EVALUAR-MORA-RET
008360            VARYING WS_IDX_RET FROM 1 BY 1
008900                     TO WS_HIST-CTA(WS_CANT_HIST_TAB)
008910                MOVE RCH-PERIODO
008920                     TO WS_HIST-PERIODO(WS_CANT_HIST_TAB)
008921                PERFORM VERIFICAR-HIST-COBRADO
008922                IF HIST-COBRADO-SEGUNDA
008923                   SUBTRACT 1 FROM WS_CANT_HIST_TAB
008924                   ADD 1 TO WS_CANT_HIST_COBRADO
008925                END-IF
008930             END-IF
008940     END-READ.
008950     IF FS_RCH NOT = "00" AND FS_RCH NOT = "10"
008980     END-IF.

008990*================================================================
008991* VERIFICAR-HIST-COBRADO - UNA FILA DEL HISTORIAL CUYO PERIODO SE
008991* COBRO EN SEGUNDA PRESENTACION (SEG-ACEPTADA) NO ES DEUDA Y NO
008991* ENTRA EN LA RACHA DE MORA.
008992*================================================================
008992 VERIFICAR-HIST-COBRADO.
008993     MOVE "N" TO WS_SW_HIST_COBRADO.
008993     IF NOT SEG-AUSENTE
008994        MOVE RCH-CUIT-CONS TO SEG-CUIT-CONS
008994        MOVE RCH-PERIODO   TO SEG-PERIODO
008995        READ SEGUNDA_PRES
008995            INVALID KEY
008995                CONTINUE
008996            NOT INVALID KEY
008996                IF SEG-ACEPTADA
008997                   AND SEG-NRO-CTA-RECH = RCH-NRO-CTA
008997                   SET HIST-COBRADO-SEGUNDA TO TRUE
008998                END-IF
008998        END-READ
008999     END-IF.

008999*================================================================
009000* EVALUAR-MORA-RET - SI LA FILA WS_IDX_RET ES UNA CUENTA
009010* PRINCIPAL RECHAZADA (O, EN EL RETORNO DE LA SEGUNDA
009013* PRESENTACION, UNA CUENTA ALTERNATIVA QUE VOLVIO A REBOTAR),
009016* CUENTA LA RACHA DE PERIODOS SEGUIDOS DE LA CUENTA PRINCIPAL
009020* (ESTE PERIODO MAS LOS PREVIOS PRESENTES EN EL HISTORIAL) Y
009030* DISPARA EL PASE A MORA AL COMPLETARSE WS_PERIODOS_MORA. EN LA
009033* PRIMERA CARGA EL PASE SE DIFIERE SI QUEDA UNA SEGUNDA
009036* PRESENTACION POSIBLE (VERIFICAR-DIFERIR-MORA).
009040*================================================================
009050 EVALUAR-MORA-RET.
009060     IF RET-RECHAZADO(WS_IDX_RET)
009063        AND (RET-ES-PRINCIPAL(WS_IDX_RET)
009066             OR RET-CON-SEGUNDA(WS_IDX_RET))
009070        MOVE 1 TO WS_RACHA
009080        MOVE WS_RET-PERIODO(WS_IDX_RET) TO WS_PER_CALC
009090        MOVE "S" TO WS_SW_PREVIO
009110            UNTIL WS_RACHA NOT < WS_PERIODOS_MORA
009120               OR NOT PREVIO-ENCONTRADO
009130        IF WS_RACHA NOT < WS_PERIODOS_MORA
009131           MOVE "N" TO WS_SW_ALTERNATIVA
009132           IF NOT RETORNO-SEGUNDA
009133              PERFORM VERIFICAR-DIFERIR-MORA
009134           END-IF
009135           IF ALTERNATIVA-ENCONTRADA
009136              ADD 1 TO WS_CANT_MORA_DIFER
009137              DISPLAY "EVALUAR-MORA - CUIT "
009138                      WS_RET-CUIT(WS_IDX_RET) " CON " WS_RACHA
009139                      " PERIODOS RECHAZADOS, MORA DIFERIDA A LA "
009140                      "SEGUNDA PRESENTACION"
009141           ELSE
009142              PERFORM PASAR-A-MORA
009146           END-IF
009150        END-IF
009160     END-IF.


009270 BUSCAR-PERIODO-HIST.
009280     IF WS_HIST-CUIT(WS_IDX_HIST) = WS_RET-CUIT(WS_IDX_RET)
009290        AND WS_HIST-CTA(WS_IDX_HIST) = WS_RET-CTA-MORA(WS_IDX_RET)
009300        AND WS_HIST-PERIODO(WS_IDX_HIST) = WS_PER_CALC
009310        SET PREVIO-ENCONTRADO TO TRUE
009311     END-IF.

009311*================================================================
009311* VERIFICAR-DIFERIR-MORA - EL PASE A MORA DE LA PRIMERA CARGA SE
009311* DIFIERE SI ALGO4SEG VA A PODER VOLVER A PRESENTAR EL DEBITO:
009311* EL CONSORCIO TIENE CUOTA Y OTRA CUENTA EN CUENTAS-MAESTRO QUE
009311* NO ES LA RECHAZADA, NO ESTA OBSERVADA Y TIENE EL BANCO EN EL
009311* CATALOGO. SE POSICIONA CON START EN EL CUIT Y SE RECORREN SUS
009312* CUENTAS, COMO EN MAEMANT.
009312*================================================================
009312 VERIFICAR-DIFERIR-MORA.
009312     MOVE "N" TO WS_SW_CUOTA_ENC.
009312     PERFORM BUSCAR-CUOTA-RET
009312         VARYING WS_IDX_CUO FROM 1 BY 1
009312         UNTIL WS_IDX_CUO > WS_CANT_CUOTAS
009313            OR CUOTA-ENCONTRADA.
009313     MOVE "N" TO WS_SW_FIN_CTAS_CONS.
009313     IF CTAM-AUSENTE OR NOT CUOTA-ENCONTRADA OR WS_CUOTA_VIG = 0
009313        SET FIN-CTAS-CONS TO TRUE
009313     ELSE
009313        MOVE WS_RET-CUIT(WS_IDX_RET) TO CTAM-CUIT-CONS
009314        MOVE 0 TO CTAM-NRO-CTA
009314        START CTAS_MAESTRO KEY NOT < CTAM-CLAVE
009314            INVALID KEY
009314                SET FIN-CTAS-CONS TO TRUE
009314        END-START
009314     END-IF.
009314     PERFORM EVALUAR-CUENTA-ALTERNATIVA
009315         UNTIL FIN-CTAS-CONS
009315            OR ALTERNATIVA-ENCONTRADA.

009315 EVALUAR-CUENTA-ALTERNATIVA.
009315     READ CTAS_MAESTRO NEXT
009315         AT END
009315             SET FIN-CTAS-CONS TO TRUE
009315         NOT AT END
009316             IF CTAM-CUIT-CONS NOT = WS_RET-CUIT(WS_IDX_RET)
009316                SET FIN-CTAS-CONS TO TRUE
009316             ELSE
009316                IF CTAM-NRO-CTA NOT = WS_RET-CTA(WS_IDX_RET)
009316                   AND NOT CTAM-CTA-OBSERVADA
009316                   PERFORM VERIFICAR-BANCO-CUENTA
009317                   IF BANCO-HABILITADO
009317                      SET ALTERNATIVA-ENCONTRADA TO TRUE
009317                   END-IF
009317                END-IF
009317             END-IF
009317     END-READ.
009317     IF FS_CTAM NOT = "00" AND FS_CTAM NOT = "10"
009318        DISPLAY "Error al leer Cuentas-Maestro: " FS_CTAM
009318        STOP RUN
009318     END-IF.

009318 VERIFICAR-BANCO-CUENTA.
009318     MOVE "N" TO WS_SW_BANCO_HAB.
009318     PERFORM BUSCAR-BANCO
009318         VARYING WS_IDX_BAN FROM 1 BY 1
009319         UNTIL WS_IDX_BAN > WS_CANT_BANCOS
009319            OR BANCO-HABILITADO.

009319 BUSCAR-BANCO.
009319     IF WS_BANCO-ENTIDAD(WS_IDX_BAN) = CTAM-ENTIDAD
009319        AND WS_BANCO-SUCURSAL(WS_IDX_BAN) = CTAM-SUCURSAL
009319        SET BANCO-HABILITADO TO TRUE
009320     END-IF.

009330*================================================================
010010* GRABAR-SIN-MATCH - TODA FILA DEL RETORNO QUE NO MATCHEO NI CON
010020* CUENTAS-MAESTRO NI CON LA CUENTA PRINCIPAL DEL MAESTRO VA A LA
010030* LISTA DE EXCEPCIONES: UN CUIT O CUENTA QUE NO CONOCEMOS NO
010040* PUEDE DESAPARECER EN SILENCIO. EN EL RETORNO DE LA SEGUNDA
010043* PRESENTACION, LA FILA SIN PRESENTACION PENDIENTE QUE LE
010046* CORRESPONDA VA CON SU PROPIO MOTIVO.
010050*================================================================
010060 GRABAR-SIN-MATCH.
010070     PERFORM EVALUAR-SIN-MATCH
010120        MOVE WS_RET-CUIT(WS_IDX_RET) TO WS_LINEXCR-CUIT
010130        MOVE WS_RET-CTA(WS_IDX_RET)  TO WS_LINEXCR-CTA
010140        MOVE WS_RET-COD(WS_IDX_RET)  TO WS_LINEXCR-COD
010142        IF RETORNO-SEGUNDA AND NOT RET-CON-SEGUNDA(WS_IDX_RET)
010144           MOVE "SIN 2DA PRESENTACION PENDIENTE"
010146                TO WS_LINEXCR-MOTIVO
010148        ELSE
010150           MOVE "CUIT/CUENTA SIN MATCH EN SIST."
010160                TO WS_LINEXCR-MOTIVO
010165        END-IF
010170        PERFORM GRABAR-LINEA-EXCR
010180        ADD 1 TO WS_CANT_SIN_MATCH
010190     END-IF.
010300*================================================================
010310 MOSTRAR-RESUMEN.
010320     DISPLAY "ALGO4IMP - RESUMEN".
010321     IF RETORNO-SEGUNDA
010322        DISPLAY "RETORNO DE SEGUNDA PRESENTACION"
010323        DISPLAY "2DA PRESENTACION ACEPTADA.: " WS_CANT_SEG_ACEPT
010324        DISPLAY "2DA PRESENTACION RECHAZADA: " WS_CANT_SEG_RECH
010325     END-IF.
010330     DISPLAY "FILAS DEL RETORNO LEIDAS..: " WS_CANT_RET.
010340     DISPLAY "RESULTADOS RECHAZADOS.....: " WS_CANT_RECHAZOS.
010350     DISPLAY "CUENTAS OBSERVADAS........: " WS_CANT_CTAM_OBS.
010390     DISPLAY "RECHAZOS AL HISTORIAL.....: " WS_CANT_HIST.
010400     DISPLAY "CONSORCIOS PASADOS A MORA.: " WS_CANT_MORA.
010410     DISPLAY "MORAS SIN TRANSICION......: " WS_CANT_MORA_RECH.
010413     DISPLAY "MORAS DIFERIDAS A 2DA PRES: " WS_CANT_MORA_DIFER.
010416     DISPLAY "HIST. COBRADO EN 2DA PRES.: " WS_CANT_HIST_COBRADO.
010420     DISPLAY "IMPORTES DISTINTOS CUOTA..: " WS_CANT_IMP_DIF.
010421     IF NOT RETORNO-SEGUNDA
010421        DISPLAY "RECARGOS MORA COBRADOS....: " WS_CANT_RGO_COBRADO
010422        DISPLAY "RECARGOS MORA DEVUELTOS...: "
010423                WS_CANT_RGO_DEVUELTO
010424        MOVE WS_TOT_RGO_COBRADO TO WS_IMP_EDIT
010425        DISPLAY "RECARGOS COBRADOS EN PESOS: " WS_IMP_EDIT
010426     END-IF.
010427     IF NOT NTF-AUSENTE
010428        DISPLAY "NOTIFICACIONES RESPONDIDAS: " WS_CANT_NTF_RESP
010429     END-IF.
010430     MOVE WS_TOT_ACEPTADO TO WS_IMP_EDIT.
010440     DISPLAY "TOTAL ACEPTADO EN PESOS...: " WS_IMP_EDIT.
010450     MOVE WS_TOT_RECHAZADO TO WS_IMP_EDIT.
010470*================================================================
010480* GRABAR-TOTALES-PERIODO - ASIENTA EN RETORNO-TOTALES.DAT LOS
010490* TOTALES EN PESOS Y EN CANTIDAD DE ESTA CARGA DEL RETORNO, UNA
010500* FILA POR PERIODO CARGADO Y PRESENTACION (RTOT-PRESENTACION 1
010503* PARA EL RETORNO DEL EXTRACTO, 2 PARA EL DE LA SEGUNDA
010506* PRESENTACION).
010510*================================================================
010520 GRABAR-TOTALES-PERIODO.
010530     OPEN EXTEND RETORNO_TOT.
010680     MOVE WS_CANT_RECHAZOS   TO RTOT-CANT-RECH.
010690     MOVE WS_TOT_ACEPTADO    TO RTOT-TOT-ACEPTADO.
010700     MOVE WS_TOT_RECHAZADO   TO RTOT-TOT-RECHAZADO.
010701     IF RETORNO-SEGUNDA
010702        MOVE 2               TO RTOT-PRESENTACION
010703     ELSE
010704        MOVE 1               TO RTOT-PRESENTACION
010705     END-IF.
010710     WRITE REG-RET-TOT.
010720     IF FS_RTOT NOT = "00"
010730        DISPLAY "Error al grabar Totales del Retorno: " FS_RTOT
010780* REGISTRAR-CICLO-RETORNO - ASIENTA EN CICLO-CONTROL.DAT EL FIN
010790* NORMAL DE LA CARGA DEL RETORNO DEL PERIODO; ES EL CANDADO QUE
010800* RECHAZA UNA SEGUNDA CARGA DEL MISMO ARCHIVO Y LO QUE HABILITA
010810* LA DEPURACION (MAEPURGA) DEL PERIODO. EL RETORNO DE LA SEGUNDA
010815* PRESENTACION REGISTRA SU PROPIO PASO (CIC-FECHA-RET-SEGUNDA).
010820*================================================================
010830 REGISTRAR-CICLO-RETORNO.
010840     OPEN I-O CICLO.
010920             DISPLAY "Error al releer Control de Ciclo: " FS_CIC
010930             STOP RUN
010940     END-READ.
010943     IF RETORNO-SEGUNDA
010946        MOVE WS_FECHA_SISTEMA TO CIC-FECHA-RET-SEGUNDA
010949     ELSE
010952        MOVE WS_FECHA_SISTEMA TO CIC-FECHA-RETORNO
010955     END-IF.
010960     REWRITE REG-CICLO.
010970     IF FS_CIC NOT = "00"
010980        DISPLAY "Error al grabar Control de Ciclo: " FS_CIC
011120        CLOSE RETORNO MAESTRO CTAS_MAESTRO WORKLIST
011130              EXC_RETORNO MOVIMIENTOS
011140     END-IF.
011150     IF NOT SEG-AUSENTE
011160        CLOSE SEGUNDA_PRES
011170     END-IF.
011180     IF NOT RGO-AUSENTE
011190        CLOSE RECARGOS
011200     END-IF.
011210     IF NOT NTF-AUSENTE
011220        CLOSE NOTIFICACIONES
011230     END-IF.
