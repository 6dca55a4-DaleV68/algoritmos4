000180*                  REFERENCIADA POR NINGUN CONSORCIO DEL
000190*                  MAESTRO (VERIFICAR-USO-ZONA), IGUAL QUE
000200*                  BAJA-BANCO RECHAZA UNA SUCURSAL EN USO.
000201* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000202*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000203*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000204*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000205*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000206*                  CADA ALTA, BAJA O MODIFICACION DE ZONA SE
000207*                  ASIENTA EN BITACORA-CATALOGOS.DAT (COPY BITREC)
000208*                  CON OPERADOR, FECHA, HORA E IMAGENES DEL
000209*                  REGISTRO ANTES Y DESPUES.
000210*================================================================

000220 ENVIRONMENT DIVISION.
000300                          RECORD KEY IS MAE-CUIT-CONS
000310                          FILE STATUS IS FS_MAE.

000312     SELECT OPERADORES   ASSIGN TO DISK
000314                          FILE STATUS IS FS_OPE.

000316     SELECT BITACORA     ASSIGN TO DISK
000318                          FILE STATUS IS FS_BIT.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  ZONAS LABEL RECORD IS STANDARD

000410     COPY MAEREC.

000411 FD  OPERADORES LABEL RECORD IS STANDARD
000412            VALUE OF FILE-ID IS "operadores.dat".

000413     COPY OPEREC.

000414 FD  BITACORA LABEL RECORD IS STANDARD
000415            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000416     COPY BITREC.

000420 WORKING-STORAGE SECTION.
000430 77  FS_ZON                PIC XX.
000440 77  FS_MAE                PIC XX.

000510     COPY ZONTAB.

000511 77  FS_OPE                PIC XX.
000511 77  FS_BIT                PIC XX.
000511 77  WS_PROGRAMA           PIC X(08) VALUE "ZONMANT".
000512 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000512 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000513 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000513 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000513 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000514 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000514 01  WS_HORA_BITACORA.
000515     03 WS_HORA-HHMMSS     PIC 9(06).
000515     03 WS_HORA-CENTESIMOS PIC 9(02).

000515*----------------------------------------------------------------
000516* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000516* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000517*----------------------------------------------------------------
000517 01  WS_BITACORA.
000517     03 WS_BIT-CATALOGO    PIC X(15).
000518     03 WS_BIT-CLAVE       PIC X(25).
000518     03 WS_BIT-OPERACION   PIC X(01).
000519     03 WS_BIT-ANTES       PIC X(200).
000519     03 WS_BIT-DESPUES     PIC X(200).

000520 01  WS_SWITCHES.
000530     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000540        88 ENCONTRADO                VALUE "S".
000580        88 NO-EN-USO                 VALUE "N".
000590     03 WS_SW_FIN_MAE      PIC X(01) VALUE "N".
000600        88 FIN-MAE                   VALUE "S".
000602     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000604        88 OPERADOR-HABILITADO       VALUE "S".
000606     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000608        88 OPCION-HABILITADA         VALUE "S".

000610 PROCEDURE DIVISION.
000620     PERFORM INICIALIZAR.
000690* LO CREA).
000700*================================================================
000710 INICIALIZAR.
000715     PERFORM IDENTIFICAR-OPERADOR.
000720     OPEN INPUT ZONAS.
000730     IF FS_ZON = "35"
000740        MOVE "10" TO FS_ZON
001400     DISPLAY "9 - SALIR".
001410     DISPLAY "OPCION: " WITH NO ADVANCING.
001420     ACCEPT WS_OPCION.
001421     PERFORM VERIFICAR-OPCION.
001422     IF OPCION-HABILITADA
001423        PERFORM EJECUTAR-OPCION
001424     END-IF.

001425*================================================================
001426* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001427* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001428*================================================================
001429 EJECUTAR-OPCION.
001430     EVALUATE WS_OPCION
001440         WHEN 1 PERFORM ALTA-ZONA
001450         WHEN 2 PERFORM BAJA-ZONA
001910           MOVE WS_RESP_ENTRADA
001920                TO WS_ZONA-RESPONSABLE(WS_CANT_ZONAS)
001930           PERFORM GRABAR-TABLA
001932           MOVE SPACES TO WS_BITACORA
001934           MOVE "A" TO WS_BIT-OPERACION
001936           MOVE WS_ZONA(WS_CANT_ZONAS) TO WS_BIT-DESPUES
001938           PERFORM ASENTAR-ZONA
001940           DISPLAY "ZONA AGREGADA."
001950        END-IF
001960     END-IF.
002050     ELSE
002060        DISPLAY "NUEVO RESPONSABLE: " WITH NO ADVANCING
002070        ACCEPT WS_RESP_ENTRADA
002072        MOVE SPACES TO WS_BITACORA
002074        MOVE "M" TO WS_BIT-OPERACION
002076        MOVE WS_ZONA(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002080        MOVE WS_RESP_ENTRADA
002090             TO WS_ZONA-RESPONSABLE(WS_IDX_ENCONTRADO)
002100        PERFORM GRABAR-TABLA
002103        MOVE WS_ZONA(WS_IDX_ENCONTRADO) TO WS_BIT-DESPUES
002106        PERFORM ASENTAR-ZONA
002110        DISPLAY "ZONA MODIFICADA."
002120     END-IF.

002270           DISPLAY "CONSORCIOS DEL MAESTRO, NO SE PUEDE DAR "
002280           DISPLAY "DE BAJA."
002290        ELSE
002292           MOVE SPACES TO WS_BITACORA
002294           MOVE "B" TO WS_BIT-OPERACION
002296           MOVE WS_ZONA(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002300           PERFORM ELIMINAR-DE-TABLA
002310           PERFORM GRABAR-TABLA
002315           PERFORM ASENTAR-ZONA
002320           DISPLAY "ZONA DADA DE BAJA."
002330        END-IF
002340     END-IF.
002660     END-READ.

002670*================================================================
002671* ASENTAR-ZONA - COMPLETA CATALOGO Y CLAVE (CODIGO DE ZONA) DEL
002672* CAMBIO ARMADO EN WS_BITACORA Y LO GRABA EN LA BITACORA
002673*================================================================
002674 ASENTAR-ZONA.
002675     MOVE "ZONAS"         TO WS_BIT-CATALOGO.
002676     MOVE WS_ZONA_ENTRADA TO WS_BIT-CLAVE.
002677     PERFORM GRABAR-BITACORA.

002678*================================================================
002680* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
002690* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
002700*================================================================
002850 MOSTRAR-ZONA.
002860     DISPLAY WS_ZONA-CODIGO(WS_IDX_ZON) " "
002870             WS_ZONA-RESPONSABLE(WS_IDX_ZON).

002880*================================================================
002890* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
002900* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
002910* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
002920* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
002930*================================================================
002940 IDENTIFICAR-OPERADOR.
002950     DISPLAY "OPERADOR: " WITH NO ADVANCING.
002960     MOVE SPACES TO WS_OPERADOR.
002970     ACCEPT WS_OPERADOR.
002980     OPEN INPUT OPERADORES.
002990     IF FS_OPE = "35"
003000        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
003010                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
003020        MOVE 8 TO RETURN-CODE
003030        STOP RUN
003040     END-IF.
003050     IF FS_OPE NOT = "00"
003060        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
003070        STOP RUN
003080     END-IF.
003090     PERFORM LEER-OPERADOR
003100         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
003110     CLOSE OPERADORES.
003120     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
003130        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
003140                "PARA " WS_PROGRAMA "."
003150        MOVE 8 TO RETURN-CODE
003160        STOP RUN
003170     END-IF.
003180     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

003190 LEER-OPERADOR.
003200     READ OPERADORES
003210         AT END
003220             MOVE "10" TO FS_OPE
003230         NOT AT END
003240             IF OPE-OPERADOR = WS_OPERADOR
003250                AND OPE-PROGRAMA = WS_PROGRAMA
003260                SET OPERADOR-HABILITADO TO TRUE
003270                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
003280                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
003290             END-IF
003300     END-READ.
003310     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
003320        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
003330        STOP RUN
003340     END-IF.

003350*================================================================
003360* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
003370* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
003380* ESTA PERMITIDO.
003390*================================================================
003400 VERIFICAR-OPCION.
003410     SET OPCION-HABILITADA TO TRUE.
003420     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
003430        MOVE WS_OPCION TO WS_OPCION_ALFA
003440        MOVE 0 TO WS_CANT_OPCION
003450        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
003460            FOR ALL WS_OPCION_ALFA
003470        IF WS_CANT_OPCION = 0
003480           MOVE "N" TO WS_SW_OPCION
003490           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
003500                   "OPERADOR " WS_OPERADOR "."
003510        END-IF
003520     END-IF.

003530*================================================================
003540* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
003550* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
003560* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
003570* QUE ACUMULA Y NUNCA SE TRUNCA.
003580*================================================================
003590 GRABAR-BITACORA.
003600     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
003610     ACCEPT WS_HORA_BITACORA FROM TIME.
003620     OPEN EXTEND BITACORA.
003630     IF FS_BIT = "35"
003640        OPEN OUTPUT BITACORA
003650     END-IF.
003660     IF FS_BIT NOT = "00"
003670        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
003680        STOP RUN
003690     END-IF.
003700     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
003710     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
003720     MOVE WS_OPERADOR       TO BIT-OPERADOR.
003730     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
003740     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
003750     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
003760     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
003770     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
003780     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
003790     WRITE REG-BITACORA.
003800     IF FS_BIT NOT = "00"
003810        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
003820        STOP RUN
003830     END-IF.
003840     CLOSE BITACORA.
