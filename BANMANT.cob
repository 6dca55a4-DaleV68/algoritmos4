000197*                  CUIT+NRO-CTA: EL SELECT DECLARA LA
000198*                  ORGANIZACION; LA VERIFICACION DE USO LO SIGUE
000199*                  RECORRIENDO COMPLETO EN SECUENCIA.
000199* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000199*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000199*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000199*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000199*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000199*                  CADA ALTA, BAJA O MODIFICACION DE BANCO SE
000199*                  ASIENTA EN BITACORA-CATALOGOS.DAT (COPY BITREC)
000199*                  CON OPERADOR, FECHA, HORA E IMAGENES DEL
000199*                  REGISTRO ANTES Y DESPUES.
000200*================================================================

000210 ENVIRONMENT DIVISION.
000280     SELECT CUENTAS      ASSIGN TO DISK
000290                          FILE STATUS IS FS_CTAS.

000292     SELECT OPERADORES   ASSIGN TO DISK
000294                          FILE STATUS IS FS_OPE.

000296     SELECT BITACORA     ASSIGN TO DISK
000298                          FILE STATUS IS FS_BIT.

000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  BANCOS LABEL RECORD IS STANDARD
000470     03 CTA-ENTIDAD             PIC 9(03).
000480     03 CTA-SUCURSAL            PIC 9(03).

000481 FD  OPERADORES LABEL RECORD IS STANDARD
000482            VALUE OF FILE-ID IS "operadores.dat".

000483     COPY OPEREC.

000484 FD  BITACORA LABEL RECORD IS STANDARD
000485            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000486     COPY BITREC.

000490 WORKING-STORAGE SECTION.
000500 77  FS_BAN                PIC XX.
000510 77  FS_CTAM               PIC XX.

000600     COPY BANTAB.

000601 77  FS_OPE                PIC XX.
000601 77  FS_BIT                PIC XX.
000601 77  WS_PROGRAMA           PIC X(08) VALUE "BANMANT".
000602 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000602 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000603 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000603 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000603 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000604 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000604 01  WS_HORA_BITACORA.
000605     03 WS_HORA-HHMMSS     PIC 9(06).
000605     03 WS_HORA-CENTESIMOS PIC 9(02).

000605*----------------------------------------------------------------
000606* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000606* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000607*----------------------------------------------------------------
000607 01  WS_BITACORA.
000607     03 WS_BIT-CATALOGO    PIC X(15).
000608     03 WS_BIT-CLAVE       PIC X(25).
000608     03 WS_BIT-OPERACION   PIC X(01).
000609     03 WS_BIT-ANTES       PIC X(200).
000609     03 WS_BIT-DESPUES     PIC X(200).

000610 01  WS_SWITCHES.
000620     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000630        88 ENCONTRADO                VALUE "S".
000690        88 FIN_CTAM                  VALUE "S".
000700     03 WS_SW_FIN_CTAS     PIC X(01) VALUE "N".
000710        88 FIN_CTAS                  VALUE "S".
000712     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000714        88 OPERADOR-HABILITADO       VALUE "S".
000716     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000718        88 OPCION-HABILITADA         VALUE "S".

000720 PROCEDURE DIVISION.
000730     PERFORM INICIALIZAR.
000780* INICIALIZAR - APERTURA INICIAL DEL CATALOGO DE BANCOS
000790*================================================================
000800 INICIALIZAR.
000805     PERFORM IDENTIFICAR-OPERADOR.
000810     OPEN INPUT BANCOS.
000820     IF FS_BAN NOT = "00"
000830        DISPLAY "Error al abrir Archivo de Bancos: " FS_BAN
001430     DISPLAY "9 - SALIR".
001440     DISPLAY "OPCION: " WITH NO ADVANCING.
001450     ACCEPT WS_OPCION.
001451     PERFORM VERIFICAR-OPCION.
001452     IF OPCION-HABILITADA
001453        PERFORM EJECUTAR-OPCION
001454     END-IF.

001455*================================================================
001456* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001457* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001458*================================================================
001459 EJECUTAR-OPCION.
001460     EVALUATE WS_OPCION
001470         WHEN 1 PERFORM ALTA-BANCO
001480         WHEN 2 PERFORM BAJA-BANCO
001990           MOVE WS_NOMBRE_ENTRADA
002000                TO WS_BANCO-NOMBRE(WS_CANT_BANCOS)
002010           PERFORM GRABAR-TABLA
002012           MOVE SPACES TO WS_BITACORA
002014           MOVE "A" TO WS_BIT-OPERACION
002016           MOVE WS_BANCO(WS_CANT_BANCOS) TO WS_BIT-DESPUES
002018           PERFORM ASENTAR-BANCO
002020           DISPLAY "BANCO AGREGADO."
002030        END-IF
002040     END-IF.
002130     ELSE
002140        DISPLAY "NUEVO NOMBRE: " WITH NO ADVANCING
002150        ACCEPT WS_NOMBRE_ENTRADA
002152        MOVE SPACES TO WS_BITACORA
002154        MOVE "M" TO WS_BIT-OPERACION
002156        MOVE WS_BANCO(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002160        MOVE WS_NOMBRE_ENTRADA
002170             TO WS_BANCO-NOMBRE(WS_IDX_ENCONTRADO)
002180        PERFORM GRABAR-TABLA
002183        MOVE WS_BANCO(WS_IDX_ENCONTRADO) TO WS_BIT-DESPUES
002186        PERFORM ASENTAR-BANCO
002190        DISPLAY "BANCO MODIFICADO."
002200     END-IF.

002350           DISPLAY "ERROR: LA SUCURSAL ESTA REFERENCIADA POR "
002360           DISPLAY "CUENTAS, NO SE PUEDE DAR DE BAJA."
002370        ELSE
002372           MOVE SPACES TO WS_BITACORA
002374           MOVE "B" TO WS_BIT-OPERACION
002376           MOVE WS_BANCO(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002380           PERFORM ELIMINAR-DE-TABLA
002390           PERFORM GRABAR-TABLA
002395           PERFORM ASENTAR-BANCO
002400           DISPLAY "BANCO DADO DE BAJA."
002410        END-IF
002420     END-IF.
003030     END-READ.

003040*================================================================
003041* ASENTAR-BANCO - COMPLETA CATALOGO Y CLAVE (ENTIDAD Y SUCURSAL)
003042* DEL CAMBIO ARMADO EN WS_BITACORA Y LO GRABA EN LA BITACORA
003043*================================================================
003044 ASENTAR-BANCO.
003045     MOVE "BANCOS"       TO WS_BIT-CATALOGO.
003046     MOVE WS_ENT_ENTRADA TO WS_BIT-CLAVE(1:3).
003047     MOVE WS_SUC_ENTRADA TO WS_BIT-CLAVE(4:3).
003048     PERFORM GRABAR-BITACORA.

003049*================================================================
003050* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
003060* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
003070*================================================================
003230     DISPLAY WS_BANCO-ENTIDAD(WS_IDX_BAN) "-"
003240             WS_BANCO-SUCURSAL(WS_IDX_BAN) " "
003250             WS_BANCO-NOMBRE(WS_IDX_BAN).

003260*================================================================
003270* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
003280* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
003290* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
003300* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
003310*================================================================
003320 IDENTIFICAR-OPERADOR.
003330     DISPLAY "OPERADOR: " WITH NO ADVANCING.
003340     MOVE SPACES TO WS_OPERADOR.
003350     ACCEPT WS_OPERADOR.
003360     OPEN INPUT OPERADORES.
003370     IF FS_OPE = "35"
003380        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
003390                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
003400        MOVE 8 TO RETURN-CODE
003410        STOP RUN
003420     END-IF.
003430     IF FS_OPE NOT = "00"
003440        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
003450        STOP RUN
003460     END-IF.
003470     PERFORM LEER-OPERADOR
003480         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
003490     CLOSE OPERADORES.
003500     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
003510        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
003520                "PARA " WS_PROGRAMA "."
003530        MOVE 8 TO RETURN-CODE
003540        STOP RUN
003550     END-IF.
003560     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

003570 LEER-OPERADOR.
003580     READ OPERADORES
003590         AT END
003600             MOVE "10" TO FS_OPE
003610         NOT AT END
003620             IF OPE-OPERADOR = WS_OPERADOR
003630                AND OPE-PROGRAMA = WS_PROGRAMA
003640                SET OPERADOR-HABILITADO TO TRUE
003650                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
003660                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
003670             END-IF
003680     END-READ.
003690     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
003700        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
003710        STOP RUN
003720     END-IF.

003730*================================================================
003740* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
003750* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
003760* ESTA PERMITIDO.
003770*================================================================
003780 VERIFICAR-OPCION.
003790     SET OPCION-HABILITADA TO TRUE.
003800     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
003810        MOVE WS_OPCION TO WS_OPCION_ALFA
003820        MOVE 0 TO WS_CANT_OPCION
003830        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
003840            FOR ALL WS_OPCION_ALFA
003850        IF WS_CANT_OPCION = 0
003860           MOVE "N" TO WS_SW_OPCION
003870           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
003880                   "OPERADOR " WS_OPERADOR "."
003890        END-IF
003900     END-IF.

003910*================================================================
003920* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
003930* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
003940* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
003950* QUE ACUMULA Y NUNCA SE TRUNCA.
003960*================================================================
003970 GRABAR-BITACORA.
003980     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
003990     ACCEPT WS_HORA_BITACORA FROM TIME.
004000     OPEN EXTEND BITACORA.
004010     IF FS_BIT = "35"
004020        OPEN OUTPUT BITACORA
004030     END-IF.
004040     IF FS_BIT NOT = "00"
004050        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
004060        STOP RUN
004070     END-IF.
004080     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
004090     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
004100     MOVE WS_OPERADOR       TO BIT-OPERADOR.
004110     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
004120     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
004130     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
004140     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
004150     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
004160     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
004170     WRITE REG-BITACORA.
004180     IF FS_BIT NOT = "00"
004190        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
004200        STOP RUN
004210     END-IF.
004220     CLOSE BITACORA.
