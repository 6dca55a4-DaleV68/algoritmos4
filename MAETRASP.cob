000260*                  "TRASP<" MAS EL CUIT VIEJO EN EL DEL NUEVO,
000270*                  PARA QUE MAEAUD PUEDA SEGUIR LA HISTORIA
000280*                  COMPLETA POR EL ENCADENAMIENTO DE ORIGENES.
000281* 2026-10-15  DLV  WS_MAE_ANTERIOR Y WS_MAE_VIEJO PASAN A 144
000281*                  POSICIONES POR MAE-ADMIN (NUEVO EN MAEREC):
000282*                  EL ADMINISTRADOR ASIGNADO VIAJA CON EL
000283*                  REGISTRO AL CUIT NUEVO.
000283* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000284*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000285*                  OPEMANT): EL TRASPASO REQUIERE TENER
000285*                  HABILITADA LA OPCION 1 PARA MAETRASP. EL
000286*                  REGISTRO NUEVO DEL MAESTRO, CADA CUENTA MOVIDA
000287*                  Y LA BAJA DEL CUIT VIEJO SE ASIENTAN EN
000287*                  BITACORA-CATALOGOS.DAT (COPY BITREC) CON
000288*                  OPERADOR, FECHA, HORA E IMAGENES ANTES Y
000289*                  DESPUES.
000290*================================================================

000300 ENVIRONMENT DIVISION.
000450     SELECT ESTADOS      ASSIGN TO DISK
000460                          FILE STATUS IS FS_EST.

000462     SELECT OPERADORES   ASSIGN TO DISK
000464                          FILE STATUS IS FS_OPE.

000466     SELECT BITACORA     ASSIGN TO DISK
000468                          FILE STATUS IS FS_BIT.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  MAESTRO LABEL RECORD IS STANDARD
000610     03 EST-ESTADO              PIC 9(02).
000620     03 EST-DESCRIP             PIC X(15).

000621 FD  OPERADORES LABEL RECORD IS STANDARD
000622            VALUE OF FILE-ID IS "operadores.dat".

000623     COPY OPEREC.

000624 FD  BITACORA LABEL RECORD IS STANDARD
000625            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000626     COPY BITREC.

000630 WORKING-STORAGE SECTION.
000640 77  FS_MAE                PIC XX.
000650 77  FS_CTAM               PIC XX.
000750 77  WS_MAX_ESTADOS        PIC 9(02) VALUE 50.
000760 77  WS_IDX_EST            PIC 9(04) VALUE 0.
000770 77  WS_FECHA_BAJA_X       PIC X(10) VALUE SPACES.
000780 01  WS_MAE_ANTERIOR       PIC X(144).
000790 01  WS_MAE_VIEJO          PIC X(144).
000800 77  WS_ORIGEN_VIEJO       PIC X(20) VALUE SPACES.
000810 77  WS_ORIGEN_NUEVO       PIC X(20) VALUE SPACES.

000820     COPY ESTTAB.

000821 77  FS_OPE                PIC XX.
000821 77  FS_BIT                PIC XX.
000821 77  WS_PROGRAMA           PIC X(08) VALUE "MAETRASP".
000822 77  WS_OPCION             PIC 9(01) VALUE 1.
000822 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000822 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000823 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000823 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000824 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000824 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000824 01  WS_HORA_BITACORA.
000825     03 WS_HORA-HHMMSS     PIC 9(06).
000825     03 WS_HORA-CENTESIMOS PIC 9(02).

000826*----------------------------------------------------------------
000826* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000826* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000827*----------------------------------------------------------------
000827 01  WS_BITACORA.
000828     03 WS_BIT-CATALOGO    PIC X(15).
000828     03 WS_BIT-CLAVE       PIC X(25).
000828     03 WS_BIT-OPERACION   PIC X(01).
000829     03 WS_BIT-ANTES       PIC X(200).
000829     03 WS_BIT-DESPUES     PIC X(200).

000830 01  WS_SWITCHES.
000840     03 WS_SW_DESTINO      PIC X(01) VALUE "N".
000850        88 DESTINO-EXISTE           VALUE "S".
000880        88 FIN-CTAS-VIEJO           VALUE "S".
000890     03 WS_SW_CTAM_AUSENTE PIC X(01) VALUE "N".
000900        88 CTAM-AUSENTE             VALUE "S".
000902     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000904        88 OPERADOR-HABILITADO       VALUE "S".
000906     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000908        88 OPCION-HABILITADA         VALUE "S".

000910*----------------------------------------------------------------
000920* VALIDACION DEL CUIT, MISMO CRITERIO QUE VALIDAR-CUIT EN EL
001300*================================================================
001310 INICIALIZAR.
001320     DISPLAY "MAETRASP - TRASPASO DE CUIT POR SUCESION".
001321     PERFORM IDENTIFICAR-OPERADOR.
001322     PERFORM VERIFICAR-OPCION.
001323     IF NOT OPCION-HABILITADA
001324        MOVE 8 TO RETURN-CODE
001325        STOP RUN
001326     END-IF.
001330     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
001340     MOVE SPACES TO WS_FECHA_BAJA_X.
001350     MOVE WS_FECHA_SISTEMA TO WS_FECHA_BAJA_X(1:8).
003390* DEL MERGE) SE CONSERVA LA EXISTENTE.
003400*================================================================
003410 TRASPASAR-CUENTA.
003413     MOVE SPACES TO WS_BITACORA.
003416     MOVE REG-CTAS-MAESTRO TO WS_BIT-ANTES.
003420     DELETE CTAS_MAESTRO RECORD.
003430     IF FS_CTAM NOT = "00"
003440        DISPLAY "Error al borrar Cuentas-Maestro CUIT "
003480     MOVE WS_CUIT_NUEVO TO CTAM-CUIT-CONS.
003490     WRITE REG-CTAS-MAESTRO.
003500     IF FS_CTAM = "22"
003510        MOVE "B" TO WS_BIT-OPERACION
003520     ELSE
003530        IF FS_CTAM NOT = "00"
003540           DISPLAY "Error al grabar Cuentas-Maestro CUIT "
003550                   WS_CUIT_NUEVO ": " FS_CTAM
003560           STOP RUN
003570        END-IF
003573        MOVE "M" TO WS_BIT-OPERACION
003576        MOVE REG-CTAS-MAESTRO TO WS_BIT-DESPUES
003580     END-IF.
003582     MOVE "CUENTAS-MAESTRO" TO WS_BIT-CATALOGO.
003584     MOVE WS_CUIT_VIEJO     TO WS_BIT-CLAVE(1:15).
003586     MOVE CTAM-NRO-CTA      TO WS_BIT-CLAVE(16:8).
003588     PERFORM GRABAR-BITACORA.
003590     ADD 1 TO WS_CANT_CTAS_MOVIDAS.
003600*    LA CLAVE RECIEN ESCRITA ORDENA DESPUES DE LAS DEL VIEJO,
003610*    ASI QUE HAY QUE REPOSICIONAR LA LECTURA EN EL VIEJO PARA
004070        DISPLAY "Error al grabar Diario de Movimientos: " FS_MOV
004080        STOP RUN
004090     END-IF.
004091     PERFORM ASENTAR-MAESTRO.

004091*================================================================
004092* ASENTAR-MAESTRO - REPITE EN LA BITACORA DE CATALOGOS, CON EL
004092* OPERADOR, EL MOVIMIENTO DEL MAESTRO RECIEN GRABADO EN EL
004093* DIARIO (EL REWRITE "R" DEL DIARIO ES UNA MODIFICACION "M")
004093*================================================================
004094 ASENTAR-MAESTRO.
004094     MOVE SPACES             TO WS_BITACORA.
004095     MOVE "MAESTRO"          TO WS_BIT-CATALOGO.
004095     MOVE MOVD-CUIT-CONS     TO WS_BIT-CLAVE.
004096     MOVE MOV-OPERACION      TO WS_BIT-OPERACION.
004096     IF MOV-ES-REWRITE
004097        MOVE "M" TO WS_BIT-OPERACION
004097     END-IF.
004098     MOVE MOV-IMAGEN-ANTES   TO WS_BIT-ANTES.
004098     MOVE MOV-IMAGEN-DESPUES TO WS_BIT-DESPUES.
004099     PERFORM GRABAR-BITACORA.

004100*================================================================
004110* MOSTRAR-RESUMEN - RESULTADO DEL TRASPASO
004700         BY WS_CUIT_PESO(WS_IDX_CUIT)
004710         GIVING WS_CUIT_PROD.
004720     ADD WS_CUIT_PROD TO WS_CUIT_SUMA.

004730*================================================================
004740* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
004750* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
004760* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
004770* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
004780*================================================================
004790 IDENTIFICAR-OPERADOR.
004800     DISPLAY "OPERADOR: " WITH NO ADVANCING.
004810     MOVE SPACES TO WS_OPERADOR.
004820     ACCEPT WS_OPERADOR.
004830     OPEN INPUT OPERADORES.
004840     IF FS_OPE = "35"
004850        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
004860                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
004870        MOVE 8 TO RETURN-CODE
004880        STOP RUN
004890     END-IF.
004900     IF FS_OPE NOT = "00"
004910        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
004920        STOP RUN
004930     END-IF.
004940     PERFORM LEER-OPERADOR
004950         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
004960     CLOSE OPERADORES.
004970     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
004980        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
004990                "PARA " WS_PROGRAMA "."
005000        MOVE 8 TO RETURN-CODE
005010        STOP RUN
005020     END-IF.
005030     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

005040 LEER-OPERADOR.
005050     READ OPERADORES
005060         AT END
005070             MOVE "10" TO FS_OPE
005080         NOT AT END
005090             IF OPE-OPERADOR = WS_OPERADOR
005100                AND OPE-PROGRAMA = WS_PROGRAMA
005110                SET OPERADOR-HABILITADO TO TRUE
005120                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
005130                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
005140             END-IF
005150     END-READ.
005160     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
005170        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
005180        STOP RUN
005190     END-IF.

005200*================================================================
005210* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
005220* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
005230* ESTA PERMITIDO.
005240*================================================================
005250 VERIFICAR-OPCION.
005260     SET OPCION-HABILITADA TO TRUE.
005270     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
005280        MOVE WS_OPCION TO WS_OPCION_ALFA
005290        MOVE 0 TO WS_CANT_OPCION
005300        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
005310            FOR ALL WS_OPCION_ALFA
005320        IF WS_CANT_OPCION = 0
005330           MOVE "N" TO WS_SW_OPCION
005340           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
005350                   "OPERADOR " WS_OPERADOR "."
005360        END-IF
005370     END-IF.

005380*================================================================
005390* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
005400* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
005410* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
005420* QUE ACUMULA Y NUNCA SE TRUNCA.
005430*================================================================
005440 GRABAR-BITACORA.
005450     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
005460     ACCEPT WS_HORA_BITACORA FROM TIME.
005470     OPEN EXTEND BITACORA.
005480     IF FS_BIT = "35"
005490        OPEN OUTPUT BITACORA
005500     END-IF.
005510     IF FS_BIT NOT = "00"
005520        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
005530        STOP RUN
005540     END-IF.
005550     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
005560     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
005570     MOVE WS_OPERADOR       TO BIT-OPERADOR.
005580     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
005590     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
005600     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
005610     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
005620     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
005630     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
005640     WRITE REG-BITACORA.
005650     IF FS_BIT NOT = "00"
005660        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
005670        STOP RUN
005680     END-IF.
005690     CLOSE BITACORA.
