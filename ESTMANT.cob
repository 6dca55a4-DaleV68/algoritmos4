000450*                  INVARIANTE DE ALTA-REGLA Y SEGUIRIAN
000460*                  AUTORIZANDO TRANSICIONES HACIA UN ESTADO QUE
000470*                  YA NO EXISTE.
000471* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000471*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000472*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000473*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000474*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000475*                  CADA ALTA, BAJA O MODIFICACION DE ESTADO Y CADA
000476*                  ALTA O BAJA DE REGLA DE TRANSICION SE ASIENTA
000477*                  EN BITACORA-CATALOGOS.DAT (COPY BITREC) CON
000478*                  OPERADOR, FECHA, HORA E IMAGENES DEL REGISTRO
000479*                  ANTES Y DESPUES.
000480*================================================================

000490 ENVIRONMENT DIVISION.
000590                          RECORD KEY IS MAE-CUIT-CONS
000600                          FILE STATUS IS FS_MAE.

000602     SELECT OPERADORES   ASSIGN TO DISK
000604                          FILE STATUS IS FS_OPE.

000606     SELECT BITACORA     ASSIGN TO DISK
000608                          FILE STATUS IS FS_BIT.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ESTADOS LABEL RECORD IS STANDARD

000750     COPY MAEREC.

000751 FD  OPERADORES LABEL RECORD IS STANDARD
000752            VALUE OF FILE-ID IS "operadores.dat".

000753     COPY OPEREC.

000754 FD  BITACORA LABEL RECORD IS STANDARD
000755            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000756     COPY BITREC.

000760 WORKING-STORAGE SECTION.
000770 77  FS_EST                PIC XX.
000780 77  FS_MAE                PIC XX.

000920     COPY TRNTAB.

000921 77  FS_OPE                PIC XX.
000921 77  FS_BIT                PIC XX.
000921 77  WS_PROGRAMA           PIC X(08) VALUE "ESTMANT".
000922 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000922 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000923 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000923 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000923 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000924 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000924 01  WS_HORA_BITACORA.
000925     03 WS_HORA-HHMMSS     PIC 9(06).
000925     03 WS_HORA-CENTESIMOS PIC 9(02).

000925*----------------------------------------------------------------
000926* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000926* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000927*----------------------------------------------------------------
000927 01  WS_BITACORA.
000927     03 WS_BIT-CATALOGO    PIC X(15).
000928     03 WS_BIT-CLAVE       PIC X(25).
000928     03 WS_BIT-OPERACION   PIC X(01).
000929     03 WS_BIT-ANTES       PIC X(200).
000929     03 WS_BIT-DESPUES     PIC X(200).

000930 01  WS_SWITCHES.
000940     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000950        88 ENCONTRADO                VALUE "S".
000990        88 NO-EN-USO                 VALUE "N".
001000     03 WS_SW_FIN_MAE      PIC X(01) VALUE "N".
001010        88 FIN_MAE                   VALUE "S".
001012     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
001014        88 OPERADOR-HABILITADO       VALUE "S".
001016     03 WS_SW_OPCION       PIC X(01) VALUE "N".
001018        88 OPCION-HABILITADA         VALUE "S".

001020 PROCEDURE DIVISION.
001030     PERFORM INICIALIZAR.
001090* INICIALIZAR - APERTURA INICIAL DEL ARCHIVO DE ESTADOS
001100*================================================================
001110 INICIALIZAR.
001115     PERFORM IDENTIFICAR-OPERADOR.
001120     OPEN INPUT ESTADOS.
001130     IF FS_EST NOT = "00"
001140        DISPLAY "Error al abrir Archivo de Estados: " FS_EST
001750     DISPLAY "9 - SALIR".
001760     DISPLAY "OPCION: " WITH NO ADVANCING.
001770     ACCEPT WS_OPCION.
001771     PERFORM VERIFICAR-OPCION.
001772     IF OPCION-HABILITADA
001773        PERFORM EJECUTAR-OPCION
001774     END-IF.

001775*================================================================
001776* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001777* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001778*================================================================
001779 EJECUTAR-OPCION.
001780     EVALUATE WS_OPCION
001790         WHEN 1 PERFORM ALTA-ESTADO
001800         WHEN 2 PERFORM BAJA-ESTADO
002230           MOVE WS_DESC_ENTRADA
002240                TO WS_ESTADO-DESCRIP(WS_CANT_ESTADOS)
002250           PERFORM GRABAR-TABLA
002252           MOVE SPACES TO WS_BITACORA
002254           MOVE "A" TO WS_BIT-OPERACION
002256           MOVE WS_ESTADO(WS_CANT_ESTADOS) TO WS_BIT-DESPUES
002258           PERFORM ASENTAR-ESTADO
002260           DISPLAY "ESTADO AGREGADO."
002270        END-IF
002280     END-IF.
002380     ELSE
002390        DISPLAY "NUEVA DESCRIPCION: " WITH NO ADVANCING
002400        ACCEPT WS_DESC_ENTRADA
002402        MOVE SPACES TO WS_BITACORA
002404        MOVE "M" TO WS_BIT-OPERACION
002406        MOVE WS_ESTADO(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002410        MOVE WS_DESC_ENTRADA
002420             TO WS_ESTADO-DESCRIP(WS_IDX_ENCONTRADO)
002430        PERFORM GRABAR-TABLA
002433        MOVE WS_ESTADO(WS_IDX_ENCONTRADO) TO WS_BIT-DESPUES
002436        PERFORM ASENTAR-ESTADO
002440        DISPLAY "ESTADO MODIFICADO."
002450     END-IF.

002640              DISPLAY "ERROR: EL ESTADO FIGURA EN REGLAS DE "
002650              DISPLAY "TRANSICION, NO SE PUEDE DAR DE BAJA."
002660           ELSE
002662              MOVE SPACES TO WS_BITACORA
002664              MOVE "B" TO WS_BIT-OPERACION
002666              MOVE WS_ESTADO(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002670              PERFORM ELIMINAR-DE-TABLA
002680              PERFORM GRABAR-TABLA
002685              PERFORM ASENTAR-ESTADO
002690              DISPLAY "ESTADO DADO DE BAJA."
002700           END-IF
002710        END-IF
003230        SET EN-USO TO TRUE
003240     END-IF.

003241*================================================================
003241* ASENTAR-ESTADO / ASENTAR-REGLA - COMPLETAN CATALOGO Y CLAVE
003242* (CODIGO DE ESTADO, O ESTADO DESDE Y HASTA DE LA REGLA) DEL
003242* CAMBIO ARMADO EN WS_BITACORA Y LO GRABAN EN LA BITACORA
003243*================================================================
003244 ASENTAR-ESTADO.
003244     MOVE "ESTADOS"      TO WS_BIT-CATALOGO.
003245     MOVE WS_COD_ENTRADA TO WS_BIT-CLAVE.
003246     PERFORM GRABAR-BITACORA.

003246 ASENTAR-REGLA.
003247     MOVE "TRANSEST"     TO WS_BIT-CATALOGO.
003248     MOVE WS_COD_DESDE   TO WS_BIT-CLAVE(1:2).
003248     MOVE WS_COD_HASTA   TO WS_BIT-CLAVE(3:2).
003249     PERFORM GRABAR-BITACORA.

003250*================================================================
003260* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
003270* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
004490                 MOVE WS_COD_HASTA
004500                      TO WS_TRANS-HASTA(WS_CANT_TRANS)
004510                 PERFORM GRABAR-TABLA-TRANS
004512                 MOVE SPACES TO WS_BITACORA
004514                 MOVE "A" TO WS_BIT-OPERACION
004516                 MOVE WS_TRANS(WS_CANT_TRANS) TO WS_BIT-DESPUES
004518                 PERFORM ASENTAR-REGLA
004520                 DISPLAY "REGLA AGREGADA."
004530              END-IF
004540           END-IF
004620     IF WS_IDX_TRN_ENC = 0
004630        DISPLAY "ERROR: LA REGLA NO EXISTE."
004640     ELSE
004642        MOVE SPACES TO WS_BITACORA
004644        MOVE "B" TO WS_BIT-OPERACION
004646        MOVE WS_TRANS(WS_IDX_TRN_ENC) TO WS_BIT-ANTES
004650        PERFORM CORRER-REGLA
004660            VARYING WS_IDX_TRN FROM WS_IDX_TRN_ENC BY 1
004670            UNTIL WS_IDX_TRN NOT < WS_CANT_TRANS
004680        SUBTRACT 1 FROM WS_CANT_TRANS
004690        PERFORM GRABAR-TABLA-TRANS
004695        PERFORM ASENTAR-REGLA
004700        DISPLAY "REGLA DADA DE BAJA."
004710     END-IF.

004840 MOSTRAR-REGLA.
004850     DISPLAY WS_TRANS-DESDE(WS_IDX_TRN) " -> "
004860             WS_TRANS-HASTA(WS_IDX_TRN).

004870*================================================================
004880* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
004890* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
004900* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
004910* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
004920*================================================================
004930 IDENTIFICAR-OPERADOR.
004940     DISPLAY "OPERADOR: " WITH NO ADVANCING.
004950     MOVE SPACES TO WS_OPERADOR.
004960     ACCEPT WS_OPERADOR.
004970     OPEN INPUT OPERADORES.
004980     IF FS_OPE = "35"
004990        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
005000                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
005010        MOVE 8 TO RETURN-CODE
005020        STOP RUN
005030     END-IF.
005040     IF FS_OPE NOT = "00"
005050        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
005060        STOP RUN
005070     END-IF.
005080     PERFORM LEER-OPERADOR
005090         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
005100     CLOSE OPERADORES.
005110     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
005120        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
005130                "PARA " WS_PROGRAMA "."
005140        MOVE 8 TO RETURN-CODE
005150        STOP RUN
005160     END-IF.
005170     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

005180 LEER-OPERADOR.
005190     READ OPERADORES
005200         AT END
005210             MOVE "10" TO FS_OPE
005220         NOT AT END
005230             IF OPE-OPERADOR = WS_OPERADOR
005240                AND OPE-PROGRAMA = WS_PROGRAMA
005250                SET OPERADOR-HABILITADO TO TRUE
005260                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
005270                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
005280             END-IF
005290     END-READ.
005300     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
005310        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
005320        STOP RUN
005330     END-IF.

005340*================================================================
005350* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
005360* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
005370* ESTA PERMITIDO.
005380*================================================================
005390 VERIFICAR-OPCION.
005400     SET OPCION-HABILITADA TO TRUE.
005410     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
005420        MOVE WS_OPCION TO WS_OPCION_ALFA
005430        MOVE 0 TO WS_CANT_OPCION
005440        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
005450            FOR ALL WS_OPCION_ALFA
005460        IF WS_CANT_OPCION = 0
005470           MOVE "N" TO WS_SW_OPCION
005480           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
005490                   "OPERADOR " WS_OPERADOR "."
005500        END-IF
005510     END-IF.

005520*================================================================
005530* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
005540* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
005550* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
005560* QUE ACUMULA Y NUNCA SE TRUNCA.
005570*================================================================
005580 GRABAR-BITACORA.
005590     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
005600     ACCEPT WS_HORA_BITACORA FROM TIME.
005610     OPEN EXTEND BITACORA.
005620     IF FS_BIT = "35"
005630        OPEN OUTPUT BITACORA
005640     END-IF.
005650     IF FS_BIT NOT = "00"
005660        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
005670        STOP RUN
005680     END-IF.
005690     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
005700     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
005710     MOVE WS_OPERADOR       TO BIT-OPERADOR.
005720     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
005730     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
005740     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
005750     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
005760     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
005770     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
005780     WRITE REG-BITACORA.
005790     IF FS_BIT NOT = "00"
005800        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
005810        STOP RUN
005820     END-IF.
005830     CLOSE BITACORA.
