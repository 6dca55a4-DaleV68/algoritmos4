000190*                  COMA EN LA CONSOLA. EL EXTRACTO (ALGO4EXP) Y
000200*                  LA CARGA DEL RETORNO (ALGO4IMP) CONSUMEN ESTE
000210*                  ARCHIVO.
000211* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000212*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000213*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000214*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000215*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000216*                  CADA ALTA, BAJA O MODIFICACION DE CUOTA SE
000217*                  ASIENTA EN BITACORA-CATALOGOS.DAT (COPY BITREC)
000218*                  CON OPERADOR, FECHA, HORA E IMAGENES DEL
000219*                  REGISTRO ANTES Y DESPUES.
000220*================================================================

000230 ENVIRONMENT DIVISION.
000260     SELECT CUOTAS       ASSIGN TO DISK
000270                          FILE STATUS IS FS_CUO.

000272     SELECT OPERADORES   ASSIGN TO DISK
000274                          FILE STATUS IS FS_OPE.

000276     SELECT BITACORA     ASSIGN TO DISK
000278                          FILE STATUS IS FS_BIT.

000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  CUOTAS LABEL RECORD IS STANDARD
000330     03 CUO-CUIT-CONS           PIC 9(15).
000340     03 CUO-IMPORTE             PIC 9(07)V99.

000341 FD  OPERADORES LABEL RECORD IS STANDARD
000342            VALUE OF FILE-ID IS "operadores.dat".

000343     COPY OPEREC.

000344 FD  BITACORA LABEL RECORD IS STANDARD
000345            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000346     COPY BITREC.

000350 WORKING-STORAGE SECTION.
000360 77  FS_CUO                PIC XX.
000370 77  WS_OPCION             PIC 9(01) VALUE 0.
000680 77  WS_CUIT_RESTO         PIC 9(02) VALUE 0.
000690 77  WS_CUIT_DV_CALC       PIC 9(02) VALUE 0.

000691 77  FS_OPE                PIC XX.
000691 77  FS_BIT                PIC XX.
000691 77  WS_PROGRAMA           PIC X(08) VALUE "CUOMANT".
000692 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000692 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000693 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000693 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000693 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000694 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000694 01  WS_HORA_BITACORA.
000695     03 WS_HORA-HHMMSS     PIC 9(06).
000695     03 WS_HORA-CENTESIMOS PIC 9(02).

000695*----------------------------------------------------------------
000696* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000696* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000697*----------------------------------------------------------------
000697 01  WS_BITACORA.
000697     03 WS_BIT-CATALOGO    PIC X(15).
000698     03 WS_BIT-CLAVE       PIC X(25).
000698     03 WS_BIT-OPERACION   PIC X(01).
000699     03 WS_BIT-ANTES       PIC X(200).
000699     03 WS_BIT-DESPUES     PIC X(200).

000700 01  WS_SWITCHES.
000710     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000720        88 ENCONTRADO                VALUE "S".
000730        88 NO-ENCONTRADO             VALUE "N".
000732     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000734        88 OPERADOR-HABILITADO       VALUE "S".
000736     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000738        88 OPCION-HABILITADA         VALUE "S".

000740 PROCEDURE DIVISION.
000750     PERFORM INICIALIZAR.
000820* LO CREA).
000830*================================================================
000840 INICIALIZAR.
000845     PERFORM IDENTIFICAR-OPERADOR.
000850     OPEN INPUT CUOTAS.
000860     IF FS_CUO = "35"
000870        MOVE "10" TO FS_CUO
001530     DISPLAY "9 - SALIR".
001540     DISPLAY "OPCION: " WITH NO ADVANCING.
001550     ACCEPT WS_OPCION.
001551     PERFORM VERIFICAR-OPCION.
001552     IF OPCION-HABILITADA
001553        PERFORM EJECUTAR-OPCION
001554     END-IF.

001555*================================================================
001556* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001557* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001558*================================================================
001559 EJECUTAR-OPCION.
001560     EVALUATE WS_OPCION
001570         WHEN 1 PERFORM ALTA-CUOTA
001580         WHEN 2 PERFORM BAJA-CUOTA
002200              MOVE WS_IMPORTE_ENTRADA
002210                   TO WS_CUOTA-IMPORTE(WS_CANT_CUOTAS)
002220              PERFORM GRABAR-TABLA
002222              MOVE SPACES TO WS_BITACORA
002224              MOVE "A" TO WS_BIT-OPERACION
002226              MOVE WS_CUOTA(WS_CANT_CUOTAS) TO WS_BIT-DESPUES
002228              PERFORM ASENTAR-CUOTA
002230              DISPLAY "CUOTA AGREGADA."
002240           END-IF
002250        END-IF
002350           DISPLAY "ERROR: EL CUIT NO TIENE CUOTA."
002360        ELSE
002370           PERFORM PEDIR-IMPORTE
002372           MOVE SPACES TO WS_BITACORA
002374           MOVE "M" TO WS_BIT-OPERACION
002376           MOVE WS_CUOTA(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002380           MOVE WS_IMPORTE_ENTRADA
002390                TO WS_CUOTA-IMPORTE(WS_IDX_ENCONTRADO)
002400           PERFORM GRABAR-TABLA
002403           MOVE WS_CUOTA(WS_IDX_ENCONTRADO) TO WS_BIT-DESPUES
002406           PERFORM ASENTAR-CUOTA
002410           DISPLAY "CUOTA MODIFICADA."
002420        END-IF
002430     END-IF.
002510        IF NO-ENCONTRADO
002520           DISPLAY "ERROR: EL CUIT NO TIENE CUOTA."
002530        ELSE
002532           MOVE SPACES TO WS_BITACORA
002534           MOVE "B" TO WS_BIT-OPERACION
002536           MOVE WS_CUOTA(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002540           PERFORM ELIMINAR-DE-TABLA
002550           PERFORM GRABAR-TABLA
002555           PERFORM ASENTAR-CUOTA
002560           DISPLAY "CUOTA DADA DE BAJA."
002570        END-IF
002580     END-IF.

002581*================================================================
002582* ASENTAR-CUOTA - COMPLETA CATALOGO Y CLAVE (EL CUIT-CONS) DEL
002583* CAMBIO ARMADO EN WS_BITACORA Y LO GRABA EN LA BITACORA
002584*================================================================
002585 ASENTAR-CUOTA.
002586     MOVE "CUOTAS"        TO WS_BIT-CATALOGO.
002587     MOVE WS_CUIT_ENTRADA TO WS_BIT-CLAVE.
002588     PERFORM GRABAR-BITACORA.

002590*================================================================
002600* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
002610* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
003220         BY WS_CUIT_PESO(WS_IDX_CUIT)
003230         GIVING WS_CUIT_PROD.
003240     ADD WS_CUIT_PROD TO WS_CUIT_SUMA.

003250*================================================================
003260* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
003270* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
003280* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
003290* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
003300*================================================================
003310 IDENTIFICAR-OPERADOR.
003320     DISPLAY "OPERADOR: " WITH NO ADVANCING.
003330     MOVE SPACES TO WS_OPERADOR.
003340     ACCEPT WS_OPERADOR.
003350     OPEN INPUT OPERADORES.
003360     IF FS_OPE = "35"
003370        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
003380                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
003390        MOVE 8 TO RETURN-CODE
003400        STOP RUN
003410     END-IF.
003420     IF FS_OPE NOT = "00"
003430        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
003440        STOP RUN
003450     END-IF.
003460     PERFORM LEER-OPERADOR
003470         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
003480     CLOSE OPERADORES.
003490     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
003500        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
003510                "PARA " WS_PROGRAMA "."
003520        MOVE 8 TO RETURN-CODE
003530        STOP RUN
003540     END-IF.
003550     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

003560 LEER-OPERADOR.
003570     READ OPERADORES
003580         AT END
003590             MOVE "10" TO FS_OPE
003600         NOT AT END
003610             IF OPE-OPERADOR = WS_OPERADOR
003620                AND OPE-PROGRAMA = WS_PROGRAMA
003630                SET OPERADOR-HABILITADO TO TRUE
003640                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
003650                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
003660             END-IF
003670     END-READ.
003680     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
003690        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
003700        STOP RUN
003710     END-IF.

003720*================================================================
003730* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
003740* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
003750* ESTA PERMITIDO.
003760*================================================================
003770 VERIFICAR-OPCION.
003780     SET OPCION-HABILITADA TO TRUE.
003790     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
003800        MOVE WS_OPCION TO WS_OPCION_ALFA
003810        MOVE 0 TO WS_CANT_OPCION
003820        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
003830            FOR ALL WS_OPCION_ALFA
003840        IF WS_CANT_OPCION = 0
003850           MOVE "N" TO WS_SW_OPCION
003860           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
003870                   "OPERADOR " WS_OPERADOR "."
003880        END-IF
003890     END-IF.

003900*================================================================
003910* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
003920* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
003930* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
003940* QUE ACUMULA Y NUNCA SE TRUNCA.
003950*================================================================
003960 GRABAR-BITACORA.
003970     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
003980     ACCEPT WS_HORA_BITACORA FROM TIME.
003990     OPEN EXTEND BITACORA.
004000     IF FS_BIT = "35"
004010        OPEN OUTPUT BITACORA
004020     END-IF.
004030     IF FS_BIT NOT = "00"
004040        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
004050        STOP RUN
004060     END-IF.
004070     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
004080     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
004090     MOVE WS_OPERADOR       TO BIT-OPERADOR.
004100     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
004110     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
004120     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
004130     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
004140     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
004150     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
004160     WRITE REG-BITACORA.
004170     IF FS_BIT NOT = "00"
004180        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
004190        STOP RUN
004200     END-IF.
004210     CLOSE BITACORA.
