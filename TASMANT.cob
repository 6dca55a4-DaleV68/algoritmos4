000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TASMANT.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. MANTENIMIENTO DE
000110*                  TASAS-RECARGO.DAT (TASA MENSUAL DE RECARGO POR
000120*                  MORA, EN PORCENTAJE, POR PERIODO AAAAMM DESDE
000130*                  EL QUE RIGE, COPY TASATAB) AL ESTILO DE
000140*                  CUOMANT: ALTA, BAJA, MODIFICACION Y LISTADO,
000150*                  CON CONTROL DE DUPLICADOS. LA TASA SE PIDE EN
000160*                  CENTESIMOS DE PUNTO (350 = 3,50 %) PARA NO
000170*                  PELEAR CON LA COMA EN LA CONSOLA. LA
000180*                  LIQUIDACION DE RECARGOS (RECARGOS) CONSUME
000190*                  ESTE ARCHIVO.
000191* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000192*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000193*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000194*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000195*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000196*                  CADA ALTA, BAJA O MODIFICACION DE TASA SE
000197*                  ASIENTA EN BITACORA-CATALOGOS.DAT (COPY BITREC)
000198*                  CON OPERADOR, FECHA, HORA E IMAGENES DEL
000199*                  REGISTRO ANTES Y DESPUES.
000200*================================================================

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT TASAS        ASSIGN TO DISK
000250                          FILE STATUS IS FS_TAS.

000252     SELECT OPERADORES   ASSIGN TO DISK
000254                          FILE STATUS IS FS_OPE.

000256     SELECT BITACORA     ASSIGN TO DISK
000258                          FILE STATUS IS FS_BIT.

000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  TASAS LABEL RECORD IS STANDARD
000290           VALUE OF FILE-ID IS "tasas-recargo.dat".

000300 01  TAS.
000310     03 TAS-PERIODO             PIC 9(06).
000320     03 TAS-PORC                PIC 9(02)V99.

000321 FD  OPERADORES LABEL RECORD IS STANDARD
000322            VALUE OF FILE-ID IS "operadores.dat".

000323     COPY OPEREC.

000324 FD  BITACORA LABEL RECORD IS STANDARD
000325            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000326     COPY BITREC.

000330 WORKING-STORAGE SECTION.
000340 77  FS_TAS                PIC XX.
000350 77  WS_OPCION             PIC 9(01) VALUE 0.
000360 77  WS_PERIODO_ENTRADA    PIC 9(06) VALUE 0.
000370 77  WS_PER_ANIO           PIC 9(04) VALUE 0.
000380 77  WS_PER_MES            PIC 9(02) VALUE 0.
000390 77  WS_CENTESIMOS_ENTRADA PIC 9(04) VALUE 0.
000400 77  WS_PORC_ENTRADA       PIC 9(02)V99 VALUE 0.
000410 77  WS_PORC_EDIT          PIC Z9.99.
000420 77  WS_IDX_ENCONTRADO     PIC 9(04) VALUE 0.
000430 77  WS_IDX_TAS            PIC 9(04) VALUE 0.
000440 77  WS_MAX_TASAS          PIC 9(04) VALUE 300.

000450     COPY TASATAB.

000451 77  FS_OPE                PIC XX.
000452 77  FS_BIT                PIC XX.
000453 77  WS_PROGRAMA           PIC X(08) VALUE "TASMANT".
000454 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000455 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000456 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000457 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000458 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000459 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000460 01  WS_HORA_BITACORA.
000461     03 WS_HORA-HHMMSS     PIC 9(06).
000462     03 WS_HORA-CENTESIMOS PIC 9(02).

000463*----------------------------------------------------------------
000464* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000465* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000466*----------------------------------------------------------------
000467 01  WS_BITACORA.
000468     03 WS_BIT-CATALOGO    PIC X(15).
000469     03 WS_BIT-CLAVE       PIC X(25).
000470     03 WS_BIT-OPERACION   PIC X(01).
000471     03 WS_BIT-ANTES       PIC X(200).
000472     03 WS_BIT-DESPUES     PIC X(200).

000473 01  WS_SWITCHES.
000474     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000480        88 ENCONTRADO                VALUE "S".
000490        88 NO-ENCONTRADO             VALUE "N".
000500     03 WS_SW_PERIODO_OK   PIC X(01) VALUE "N".
000510        88 PERIODO-VALIDO            VALUE "S".
000520        88 PERIODO-INVALIDO          VALUE "N".
000522     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000524        88 OPERADOR-HABILITADO       VALUE "S".
000526     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000528        88 OPCION-HABILITADA         VALUE "S".

000530 PROCEDURE DIVISION.
000540     PERFORM INICIALIZAR.
000550     PERFORM CARGAR-TABLA.
000560     PERFORM PROCESAR-MENU UNTIL WS_OPCION = 9.
000570     STOP RUN.

000580*================================================================
000590* INICIALIZAR - APERTURA INICIAL DEL ARCHIVO DE TASAS. UN
000600* ARCHIVO QUE TODAVIA NO EXISTE ARRANCA VACIO (LA PRIMERA ALTA
000610* LO CREA).
000620*================================================================
000630 INICIALIZAR.
000635     PERFORM IDENTIFICAR-OPERADOR.
000640     OPEN INPUT TASAS.
000650     IF FS_TAS = "35"
000660        MOVE "10" TO FS_TAS
000670        DISPLAY "NO EXISTE TASAS-RECARGO.DAT, SE ARRANCA CON EL "
000680                "ARCHIVO VACIO."
000690     ELSE
000700        IF FS_TAS NOT = "00"
000710           DISPLAY "Error al abrir Archivo de Tasas: " FS_TAS
000720           STOP RUN
000730        END-IF
000740     END-IF.

000750*================================================================
000760* CARGAR-TABLA - LEE TASAS-RECARGO.DAT COMPLETO A WS_TABLA_TASAS
000770*================================================================
000780 CARGAR-TABLA.
000790     MOVE 0 TO WS_CANT_TASAS.
000800     IF FS_TAS = "00"
000810        PERFORM LEER-TASA
000820            UNTIL FS_TAS = "10"
000830               OR WS_CANT_TASAS = WS_MAX_TASAS
000840        IF WS_CANT_TASAS = WS_MAX_TASAS AND FS_TAS NOT = "10"
000850           DISPLAY "ADVERTENCIA: TABLA LLENA (" WS_MAX_TASAS
000860                   "), SE IGNORA EL RESTO DE TASAS-RECARGO.DAT"
000870        END-IF
000880        CLOSE TASAS
000890     END-IF.
000900     DISPLAY "TASAS CARGADAS: " WS_CANT_TASAS.

000910 LEER-TASA.
000920     READ TASAS
000930         AT END
000940             MOVE "10" TO FS_TAS
000950         NOT AT END
000960             ADD 1 TO WS_CANT_TASAS
000970             MOVE TAS-PERIODO TO WS_TASA-PERIODO(WS_CANT_TASAS)
000980             MOVE TAS-PORC    TO WS_TASA-PORC(WS_CANT_TASAS)
000990     END-READ.

001000*================================================================
001010* GRABAR-TABLA - REGRABA TASAS-RECARGO.DAT COMPLETO DESDE LA
001020* TABLA
001030*================================================================
001040 GRABAR-TABLA.
001050     OPEN OUTPUT TASAS.
001060     IF FS_TAS NOT = "00"
001070        DISPLAY "Error al grabar Tasas: " FS_TAS
001080        STOP RUN
001090     END-IF.
001100     PERFORM ESCRIBIR-TASA
001110         VARYING WS_IDX_TAS FROM 1 BY 1
001120         UNTIL WS_IDX_TAS > WS_CANT_TASAS.
001130     CLOSE TASAS.

001140 ESCRIBIR-TASA.
001150     MOVE WS_TASA-PERIODO(WS_IDX_TAS) TO TAS-PERIODO.
001160     MOVE WS_TASA-PORC(WS_IDX_TAS)    TO TAS-PORC.
001170     WRITE TAS.
001180     IF FS_TAS NOT = "00"
001190        DISPLAY "Error al grabar Tasas: " FS_TAS
001200        STOP RUN
001210     END-IF.

001220*================================================================
001230* PROCESAR-MENU - MENU PRINCIPAL DEL MANTENIMIENTO DE TASAS
001240*================================================================
001250 PROCESAR-MENU.
001260     DISPLAY " ".
001270     DISPLAY "MANTENIMIENTO DE TASAS DE RECARGO POR MORA".
001280     DISPLAY "1 - ALTA DE TASA".
001290     DISPLAY "2 - BAJA DE TASA".
001300     DISPLAY "3 - MODIFICAR TASA".
001310     DISPLAY "4 - LISTAR TASAS".
001320     DISPLAY "9 - SALIR".
001330     DISPLAY "OPCION: " WITH NO ADVANCING.
001340     ACCEPT WS_OPCION.
001341     PERFORM VERIFICAR-OPCION.
001342     IF OPCION-HABILITADA
001343        PERFORM EJECUTAR-OPCION
001344     END-IF.

001345*================================================================
001346* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001347* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001348*================================================================
001349 EJECUTAR-OPCION.
001350     EVALUATE WS_OPCION
001360         WHEN 1 PERFORM ALTA-TASA
001370         WHEN 2 PERFORM BAJA-TASA
001380         WHEN 3 PERFORM MODIFICAR-TASA
001390         WHEN 4 PERFORM LISTAR-TASAS
001400         WHEN 9 CONTINUE
001410         WHEN OTHER DISPLAY "OPCION INVALIDA"
001420     END-EVALUATE.

001430*================================================================
001440* PEDIR-CLAVE - PIDE EL PERIODO (AAAAMM) DESDE EL QUE RIGE LA
001450* TASA; UN MES FUERA DE 01-12 O UN ANIO ANTERIOR A 2000 CORTA
001460* LA OPERACION
001470*================================================================
001480 PEDIR-CLAVE.
001490     DISPLAY "PERIODO DESDE EL QUE RIGE (AAAAMM): "
001500             WITH NO ADVANCING.
001510     ACCEPT WS_PERIODO_ENTRADA.
001520     SET PERIODO-VALIDO TO TRUE.
001530     DIVIDE WS_PERIODO_ENTRADA BY 100
001540         GIVING WS_PER_ANIO REMAINDER WS_PER_MES.
001550     IF WS_PER_ANIO < 2000 OR WS_PER_MES < 1 OR WS_PER_MES > 12
001560        SET PERIODO-INVALIDO TO TRUE
001570        DISPLAY "ERROR: PERIODO INVALIDO."
001580     END-IF.

001590*================================================================
001600* PEDIR-TASA - PIDE LA TASA MENSUAL EN CENTESIMOS DE PUNTO Y LA
001610* DEJA EN WS_PORC_ENTRADA (PORCENTAJE CON DOS DECIMALES)
001620*================================================================
001630 PEDIR-TASA.
001640     DISPLAY "TASA MENSUAL EN CENTESIMOS DE PUNTO (350 = 3,50%): "
001650             WITH NO ADVANCING.
001660     ACCEPT WS_CENTESIMOS_ENTRADA.
001670     DIVIDE WS_CENTESIMOS_ENTRADA BY 100
001680         GIVING WS_PORC_ENTRADA.

001690*================================================================
001700* BUSCAR-CLAVE - BUSCA EL PERIODO EN LA TABLA DE TASAS Y DEJA EL
001710* RESULTADO EN ENCONTRADO/WS_IDX_ENCONTRADO
001720*================================================================
001730 BUSCAR-CLAVE.
001740     SET NO-ENCONTRADO TO TRUE.
001750     MOVE 0 TO WS_IDX_ENCONTRADO.
001760     PERFORM EVALUAR-CLAVE
001770         VARYING WS_IDX_TAS FROM 1 BY 1
001780         UNTIL WS_IDX_TAS > WS_CANT_TASAS
001790            OR ENCONTRADO.

001800 EVALUAR-CLAVE.
001810     IF WS_TASA-PERIODO(WS_IDX_TAS) = WS_PERIODO_ENTRADA
001820        SET ENCONTRADO TO TRUE
001830        MOVE WS_IDX_TAS TO WS_IDX_ENCONTRADO
001840     END-IF.

001850*================================================================
001860* ALTA-TASA - AGREGA LA TASA DE UN PERIODO, RECHAZANDO DUPLICADOS
001870*================================================================
001880 ALTA-TASA.
001890     PERFORM PEDIR-CLAVE.
001900     IF PERIODO-VALIDO
001910        PERFORM BUSCAR-CLAVE
001920        IF ENCONTRADO
001930           DISPLAY "ERROR: EL PERIODO YA TIENE TASA."
001940        ELSE
001950           IF WS_CANT_TASAS NOT < WS_MAX_TASAS
001960              DISPLAY "ERROR: TABLA DE TASAS LLENA."
001970           ELSE
001980              PERFORM PEDIR-TASA
001990              ADD 1 TO WS_CANT_TASAS
002000              MOVE WS_PERIODO_ENTRADA
002010                   TO WS_TASA-PERIODO(WS_CANT_TASAS)
002020              MOVE WS_PORC_ENTRADA
002030                   TO WS_TASA-PORC(WS_CANT_TASAS)
002040              PERFORM GRABAR-TABLA
002042              MOVE SPACES TO WS_BITACORA
002044              MOVE "A" TO WS_BIT-OPERACION
002046              MOVE WS_TASA(WS_CANT_TASAS) TO WS_BIT-DESPUES
002048              PERFORM ASENTAR-TASA
002050              DISPLAY "TASA AGREGADA."
002060           END-IF
002070        END-IF
002080     END-IF.

002090*================================================================
002100* MODIFICAR-TASA - CAMBIA LA TASA DE UN PERIODO EXISTENTE. LOS
002110* RECARGOS YA FACTURADOS GUARDAN LA TASA CON QUE SE LIQUIDARON
002120* Y NO SE ALTERAN; LOS PENDIENTES TOMAN LA NUEVA TASA EN LA
002130* PROXIMA LIQUIDACION.
002140*================================================================
002150 MODIFICAR-TASA.
002160     PERFORM PEDIR-CLAVE.
002170     IF PERIODO-VALIDO
002180        PERFORM BUSCAR-CLAVE
002190        IF NO-ENCONTRADO
002200           DISPLAY "ERROR: EL PERIODO NO TIENE TASA."
002210        ELSE
002220           PERFORM PEDIR-TASA
002222           MOVE SPACES TO WS_BITACORA
002224           MOVE "M" TO WS_BIT-OPERACION
002226           MOVE WS_TASA(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002230           MOVE WS_PORC_ENTRADA
002240                TO WS_TASA-PORC(WS_IDX_ENCONTRADO)
002250           PERFORM GRABAR-TABLA
002253           MOVE WS_TASA(WS_IDX_ENCONTRADO) TO WS_BIT-DESPUES
002256           PERFORM ASENTAR-TASA
002260           DISPLAY "TASA MODIFICADA."
002270        END-IF
002280     END-IF.

002290*================================================================
002300* BAJA-TASA - RETIRA LA TASA DE UN PERIODO (LOS PERIODOS QUE LA
002310* USABAN PASAN A TOMAR LA DEL PERIODO CARGADO ANTERIOR)
002320*================================================================
002330 BAJA-TASA.
002340     PERFORM PEDIR-CLAVE.
002350     IF PERIODO-VALIDO
002360        PERFORM BUSCAR-CLAVE
002370        IF NO-ENCONTRADO
002380           DISPLAY "ERROR: EL PERIODO NO TIENE TASA."
002390        ELSE
002392           MOVE SPACES TO WS_BITACORA
002394           MOVE "B" TO WS_BIT-OPERACION
002396           MOVE WS_TASA(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002400           PERFORM ELIMINAR-DE-TABLA
002410           PERFORM GRABAR-TABLA
002415           PERFORM ASENTAR-TASA
002420           DISPLAY "TASA DADA DE BAJA."
002430        END-IF
002440     END-IF.

002441*================================================================
002442* ASENTAR-TASA - COMPLETA CATALOGO Y CLAVE (PERIODO AAAAMM) DEL
002443* CAMBIO ARMADO EN WS_BITACORA Y LO GRABA EN LA BITACORA
002444*================================================================
002445 ASENTAR-TASA.
002446     MOVE "TASAS-RECARGO"    TO WS_BIT-CATALOGO.
002447     MOVE WS_PERIODO_ENTRADA TO WS_BIT-CLAVE.
002448     PERFORM GRABAR-BITACORA.

002450*================================================================
002460* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
002470* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
002480*================================================================
002490 ELIMINAR-DE-TABLA.
002500     PERFORM CORRER-TASA
002510         VARYING WS_IDX_TAS FROM WS_IDX_ENCONTRADO BY 1
002520         UNTIL WS_IDX_TAS NOT < WS_CANT_TASAS.
002530     SUBTRACT 1 FROM WS_CANT_TASAS.

002540 CORRER-TASA.
002550     MOVE WS_TASA(WS_IDX_TAS + 1) TO WS_TASA(WS_IDX_TAS).

002560*================================================================
002570* LISTAR-TASAS - MUESTRA LA TABLA COMPLETA POR CONSOLA
002580*================================================================
002590 LISTAR-TASAS.
002600     PERFORM MOSTRAR-TASA
002610         VARYING WS_IDX_TAS FROM 1 BY 1
002620         UNTIL WS_IDX_TAS > WS_CANT_TASAS.

002630 MOSTRAR-TASA.
002640     MOVE WS_TASA-PORC(WS_IDX_TAS) TO WS_PORC_EDIT.
002650     DISPLAY WS_TASA-PERIODO(WS_IDX_TAS) "  " WS_PORC_EDIT
002660             " % MENSUAL".

002670*================================================================
002680* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
002690* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
002700* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
002710* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
002720*================================================================
002730 IDENTIFICAR-OPERADOR.
002740     DISPLAY "OPERADOR: " WITH NO ADVANCING.
002750     MOVE SPACES TO WS_OPERADOR.
002760     ACCEPT WS_OPERADOR.
002770     OPEN INPUT OPERADORES.
002780     IF FS_OPE = "35"
002790        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
002800                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
002810        MOVE 8 TO RETURN-CODE
002820        STOP RUN
002830     END-IF.
002840     IF FS_OPE NOT = "00"
002850        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
002860        STOP RUN
002870     END-IF.
002880     PERFORM LEER-OPERADOR
002890         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
002900     CLOSE OPERADORES.
002910     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
002920        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
002930                "PARA " WS_PROGRAMA "."
002940        MOVE 8 TO RETURN-CODE
002950        STOP RUN
002960     END-IF.
002970     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

002980 LEER-OPERADOR.
002990     READ OPERADORES
003000         AT END
003010             MOVE "10" TO FS_OPE
003020         NOT AT END
003030             IF OPE-OPERADOR = WS_OPERADOR
003040                AND OPE-PROGRAMA = WS_PROGRAMA
003050                SET OPERADOR-HABILITADO TO TRUE
003060                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
003070                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
003080             END-IF
003090     END-READ.
003100     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
003110        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
003120        STOP RUN
003130     END-IF.

003140*================================================================
003150* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
003160* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
003170* ESTA PERMITIDO.
003180*================================================================
003190 VERIFICAR-OPCION.
003200     SET OPCION-HABILITADA TO TRUE.
003210     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
003220        MOVE WS_OPCION TO WS_OPCION_ALFA
003230        MOVE 0 TO WS_CANT_OPCION
003240        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
003250            FOR ALL WS_OPCION_ALFA
003260        IF WS_CANT_OPCION = 0
003270           MOVE "N" TO WS_SW_OPCION
003280           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
003290                   "OPERADOR " WS_OPERADOR "."
003300        END-IF
003310     END-IF.

003320*================================================================
003330* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
003340* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
003350* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
003360* QUE ACUMULA Y NUNCA SE TRUNCA.
003370*================================================================
003380 GRABAR-BITACORA.
003390     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
003400     ACCEPT WS_HORA_BITACORA FROM TIME.
003410     OPEN EXTEND BITACORA.
003420     IF FS_BIT = "35"
003430        OPEN OUTPUT BITACORA
003440     END-IF.
003450     IF FS_BIT NOT = "00"
003460        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
003470        STOP RUN
003480     END-IF.
003490     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
003500     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
003510     MOVE WS_OPERADOR       TO BIT-OPERADOR.
003520     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
003530     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
003540     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
003550     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
003560     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
003570     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
003580     WRITE REG-BITACORA.
003590     IF FS_BIT NOT = "00"
003600        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
003610        STOP RUN
003620     END-IF.
003630     CLOSE BITACORA.
