000307* 2026-09-02  DLV  LA CONSULTA MUESTRA MAE-ZONA (NUEVO EN
000308*                  MAEREC), LA ZONA DE LA FUENTE QUE GRABO EL
000309*                  CONSORCIO.
000309* 2026-10-15  DLV  NUEVA OPCION 3 - ASIGNAR ADMINISTRADOR: GRABA
000309*                  EN MAE-ADMIN (NUEVO EN MAEREC) EL CODIGO DE UN
000309*                  ADMINISTRADOR DEL CATALOGO QUE MANTIENE ADMMANT
000309*                  (ADMINISTRADORES.DAT, COPY ADMREC/ADMTAB), O
000309*                  CERO PARA DEJARLO SIN ADMINISTRADOR, Y LO
000309*                  ASIENTA EN MOVMAESTRO.DAT COMO LAS CORRECCIONES
000309*                  DE CONTACTO. LA CONSULTA MUESTRA EL
000309*                  ADMINISTRADOR ASIGNADO.
000309* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000309*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000309*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000309*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000309*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000309*                  CADA CORRECCION DE CONTACTO Y CADA ASIGNACION
000309*                  DE ADMINISTRADOR SE ASIENTA ADEMAS EN
000309*                  BITACORA-CATALOGOS.DAT (COPY BITREC) CON EL
000309*                  OPERADOR; EL DIARIO MOVMAESTRO.DAT SIGUE IGUAL.
000309* 2026-10-15  DLV  CONTROL DE LECTURA DEL CATALOGO DE
000309*                  ADMINISTRADORES Y AVISO DE TABLA LLENA.
000310*================================================================

000320 ENVIRONMENT DIVISION.
000490     SELECT CTAS_HIST    ASSIGN TO DISK
000500                          FILE STATUS IS FS_CTAH.

000501     SELECT ADMINIS      ASSIGN TO DISK
000502                          FILE STATUS IS FS_ADM.

000503     SELECT OPERADORES   ASSIGN TO DISK
000504                          FILE STATUS IS FS_OPE.

000505     SELECT BITACORA     ASSIGN TO DISK
000506                          FILE STATUS IS FS_BIT.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MAESTRO LABEL RECORD IS STANDARD
000730     COPY CTASMREC REPLACING LEADING ==CTAM== BY ==CTAH==
000740          ==REG-CTAS-MAESTRO== BY ==REG-CTAS-HIST==.

000741 FD  ADMINIS LABEL RECORD IS STANDARD
000742            VALUE OF FILE-ID IS "administradores.dat".

000743     COPY ADMREC.

000744 FD  OPERADORES LABEL RECORD IS STANDARD
000745            VALUE OF FILE-ID IS "operadores.dat".

000746     COPY OPEREC.

000747 FD  BITACORA LABEL RECORD IS STANDARD
000748            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000749     COPY BITREC.

000750 WORKING-STORAGE SECTION.
000760 77  FS_MAE                PIC XX.
000770 77  FS_CTAM               PIC XX.
000850 77  WS_DIR_ENTRADA        PIC X(30) VALUE SPACES.
000860 77  WS_CANT_CTAS_CONS     PIC 9(04) VALUE 0.
000870 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
000871 01  WS_MAE_ANTERIOR       PIC X(144).
000871 77  FS_ADM                PIC XX.
000872 77  WS_ADMIN_ENTRADA      PIC 9(05) VALUE 0.
000872 77  WS_IDX_ADM            PIC 9(04) VALUE 0.
000873 77  WS_MAX_ADMIN          PIC 9(03) VALUE 500.
000874 77  WS_RAZON_ADMIN        PIC X(30) VALUE SPACES.

000874     COPY ADMTAB.

000875 77  FS_OPE                PIC XX.
000876 77  FS_BIT                PIC XX.
000876 77  WS_PROGRAMA           PIC X(08) VALUE "MAEMANT".
000877 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000878 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000878 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000879 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000880 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000880 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000881 01  WS_HORA_BITACORA.
000882     03 WS_HORA-HHMMSS     PIC 9(06).
000882     03 WS_HORA-CENTESIMOS PIC 9(02).

000883*----------------------------------------------------------------
000884* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000884* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000885*----------------------------------------------------------------
000886 01  WS_BITACORA.
000886     03 WS_BIT-CATALOGO    PIC X(15).
000887     03 WS_BIT-CLAVE       PIC X(25).
000888     03 WS_BIT-OPERACION   PIC X(01).
000888     03 WS_BIT-ANTES       PIC X(200).
000889     03 WS_BIT-DESPUES     PIC X(200).

000890 01  WS_SWITCHES.
000900     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000940        88 FIN-CTAM                  VALUE "S".
000950     03 WS_SW_FIN_CTAH     PIC X(01) VALUE "N".
000960        88 FIN-CTAH                  VALUE "S".
000961     03 WS_SW_ADMIN_ENC    PIC X(01) VALUE "N".
000962        88 ADMIN-ENCONTRADO          VALUE "S".
000963     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000964        88 OPERADOR-HABILITADO       VALUE "S".
000965     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000966        88 OPCION-HABILITADA         VALUE "S".

000970 PROCEDURE DIVISION.
000980     PERFORM INICIALIZAR.
001050* NO HAY NADA QUE CONSULTAR NI CORREGIR.
001060*================================================================
001070 INICIALIZAR.
001075     PERFORM IDENTIFICAR-OPERADOR.
001080     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
001090     OPEN I-O MAESTRO.
001100     IF FS_MAE = "35"
001150        DISPLAY "Error al abrir Archivo Maestro: " FS_MAE
001160        STOP RUN
001170     END-IF.
001175     PERFORM CARGAR-ADMINISTRADORES.

001180*================================================================
001190* PROCESAR-MENU - MENU PRINCIPAL DE LA CONSULTA/CORRECCION
001230     DISPLAY "CONSULTA Y CORRECCION DEL MAESTRO DE CONSORCIOS".
001240     DISPLAY "1 - CONSULTAR CONSORCIO POR CUIT".
001250     DISPLAY "2 - CORREGIR DATOS DE CONTACTO".
001255     DISPLAY "3 - ASIGNAR ADMINISTRADOR".
001260     DISPLAY "9 - SALIR".
001270     DISPLAY "OPCION: " WITH NO ADVANCING.
001280     ACCEPT WS_OPCION.
001281     PERFORM VERIFICAR-OPCION.
001282     IF OPCION-HABILITADA
001283        PERFORM EJECUTAR-OPCION
001284     END-IF.

001285*================================================================
001286* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001287* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001288*================================================================
001289 EJECUTAR-OPCION.
001290     EVALUATE WS_OPCION
001300         WHEN 1 PERFORM CONSULTAR-CONSORCIO
001310         WHEN 2 PERFORM CORREGIR-CONTACTO
001315         WHEN 3 PERFORM ASIGNAR-ADMINISTRADOR
001320         WHEN 9 CONTINUE
001330         WHEN OTHER DISPLAY "OPCION INVALIDA"
001340     END-EVALUATE.
002000     DISPLAY "TELEFONO...........: " MAEH-TEL.
002010     DISPLAY "DIRECCION..........: " MAEH-DIR.
002015     DISPLAY "ZONA...............: " MAEH-ZONA.
002017     DISPLAY "ADMINISTRADOR......: " MAEH-ADMIN.
002020     DISPLAY "CUENTA PRINCIPAL...: " MAEH-NRO-CTA.

002030*================================================================
002510     DISPLAY "TELEFONO...........: " MAE-TEL.
002520     DISPLAY "DIRECCION..........: " MAE-DIR.
002525     DISPLAY "ZONA...............: " MAE-ZONA.
002526     MOVE MAE-ADMIN TO WS_ADMIN_ENTRADA.
002527     PERFORM BUSCAR-ADMINISTRADOR.
002528     DISPLAY "ADMINISTRADOR......: " MAE-ADMIN " " WS_RAZON_ADMIN.
002530     DISPLAY "CUENTA PRINCIPAL...: " MAE-NRO-CTA.
002540     IF MAE-CTA-OBSERVADA
002550        DISPLAY "*** CUENTA PRINCIPAL OBSERVADA POR "
003420        STOP RUN
003430     END-IF.
003440     PERFORM GRABAR-MOVIMIENTO.
003445     PERFORM ASENTAR-MAESTRO.
003450     DISPLAY "DATOS DE CONTACTO ACTUALIZADOS.".

003460*================================================================
003730     CLOSE MOVIMIENTOS.

003740*================================================================
003741* ASENTAR-MAESTRO - ASIENTA EN LA BITACORA DE CATALOGOS, CON EL
003741* OPERADOR, LA MISMA MODIFICACION DEL MAESTRO QUE SE ACABA DE
003741* GRABAR EN EL DIARIO DE MOVIMIENTOS
003741*================================================================
003741 ASENTAR-MAESTRO.
003741     MOVE SPACES          TO WS_BITACORA.
003741     MOVE "MAESTRO"       TO WS_BIT-CATALOGO.
003741     MOVE WS_CUIT_ENTRADA TO WS_BIT-CLAVE.
003741     MOVE "M"             TO WS_BIT-OPERACION.
003741     MOVE WS_MAE_ANTERIOR TO WS_BIT-ANTES.
003741     MOVE MAE             TO WS_BIT-DESPUES.
003741     PERFORM GRABAR-BITACORA.

003741*================================================================
003742* CARGAR-ADMINISTRADORES - CARGA EL CATALOGO DE ADMINISTRADORES
003742* (ADMINISTRADORES.DAT) PARA VALIDAR LAS ASIGNACIONES Y MOSTRAR
003742* LA RAZON SOCIAL EN LA CONSULTA. SIN CATALOGO LA TABLA QUEDA
003742* VACIA Y SOLO SE PUEDE QUITAR UNA ASIGNACION.
003742*================================================================
003742 CARGAR-ADMINISTRADORES.
003742     MOVE 0 TO WS_CANT_ADMIN.
003742     OPEN INPUT ADMINIS.
003742     IF FS_ADM NOT = "35"
003742        IF FS_ADM NOT = "00"
003742           DISPLAY "Error al abrir Archivo de Administradores: "
003742                   FS_ADM
003742           STOP RUN
003743        END-IF
003743        PERFORM LEER-ADMINISTRADOR
003743            UNTIL FS_ADM = "10"
003743               OR WS_CANT_ADMIN = WS_MAX_ADMIN
003743        IF WS_CANT_ADMIN = WS_MAX_ADMIN AND FS_ADM NOT = "10"
003743           DISPLAY "CARGAR-ADMINISTRADORES - ADVERTENCIA: TABLA "
003743                   "LLENA (" WS_MAX_ADMIN "), SE IGNORA EL RESTO "
003743                   "DE ADMINISTRADORES.DAT"
003743        END-IF
003743        CLOSE ADMINIS
003743     END-IF.

003743 LEER-ADMINISTRADOR.
003743     READ ADMINIS
003744         AT END
003744             MOVE "10" TO FS_ADM
003744         NOT AT END
003744             ADD 1 TO WS_CANT_ADMIN
003744             MOVE ADM-CODIGO TO WS_ADMIN-CODIGO(WS_CANT_ADMIN)
003744             MOVE ADM-RAZON-SOCIAL
003744                  TO WS_ADMIN-RAZON(WS_CANT_ADMIN)
003744     END-READ.
003744     IF FS_ADM NOT = "00" AND FS_ADM NOT = "10"
003744        DISPLAY "Error al leer Archivo de Administradores: "
003744                FS_ADM
003744        STOP RUN
003744     END-IF.

003745*================================================================
003745* BUSCAR-ADMINISTRADOR - BUSCA WS_ADMIN_ENTRADA EN EL CATALOGO Y
003745* DEJA SU RAZON SOCIAL EN WS_RAZON_ADMIN (EN BLANCO SI ES CERO O
003745* NO ESTA EN EL CATALOGO).
003745*================================================================
003745 BUSCAR-ADMINISTRADOR.
003745     MOVE "N" TO WS_SW_ADMIN_ENC.
003745     MOVE SPACES TO WS_RAZON_ADMIN.
003745     PERFORM EVALUAR-ADMINISTRADOR
003745         VARYING WS_IDX_ADM FROM 1 BY 1
003745         UNTIL WS_IDX_ADM > WS_CANT_ADMIN
003745            OR ADMIN-ENCONTRADO.
003745     IF NOT ADMIN-ENCONTRADO AND WS_ADMIN_ENTRADA NOT = 0
003746        MOVE "(NO ESTA EN EL CATALOGO)" TO WS_RAZON_ADMIN
003746     END-IF.

003746 EVALUAR-ADMINISTRADOR.
003746     IF WS_ADMIN-CODIGO(WS_IDX_ADM) = WS_ADMIN_ENTRADA
003746        SET ADMIN-ENCONTRADO TO TRUE
003746        MOVE WS_ADMIN-RAZON(WS_IDX_ADM) TO WS_RAZON_ADMIN
003746     END-IF.

003746*================================================================
003746* ASIGNAR-ADMINISTRADOR - ASIGNA AL CONSORCIO UN ADMINISTRADOR
003746* DEL CATALOGO (O CERO PARA QUITAR LA ASIGNACION) Y ASIENTA EL
003746* CAMBIO EN EL DIARIO DE MOVIMIENTOS CON LAS IMAGENES
003746* ANTES/DESPUES. UN CODIGO QUE NO ESTA EN EL CATALOGO SE
003746* RECHAZA.
003747*================================================================
003747 ASIGNAR-ADMINISTRADOR.
003747     PERFORM LEER-MAESTRO-CUIT.
003747     IF NO-ENCONTRADO
003747        DISPLAY "NO EXISTE CONSORCIO CON CUIT "
003747                WS_CUIT_ENTRADA " EN EL MAESTRO."
003747     END-IF.
003747     IF ENCONTRADO
003747        MOVE MAE TO WS_MAE_ANTERIOR
003747        PERFORM MOSTRAR-CONSORCIO
003747        DISPLAY " "
003747        DISPLAY "CODIGO DE ADMINISTRADOR (0 = SIN ASIGNAR): "
003747                WITH NO ADVANCING
003748        MOVE 0 TO WS_ADMIN_ENTRADA
003748        ACCEPT WS_ADMIN_ENTRADA
003748        PERFORM BUSCAR-ADMINISTRADOR
003748        IF WS_ADMIN_ENTRADA NOT = 0 AND NOT ADMIN-ENCONTRADO
003748           DISPLAY "ERROR: EL ADMINISTRADOR " WS_ADMIN_ENTRADA
003748                   " NO ESTA EN EL CATALOGO (ADMMANT)."
003748        ELSE
003748           IF WS_ADMIN_ENTRADA = MAE-ADMIN
003748              DISPLAY "EL CONSORCIO YA TIENE ESE ADMINISTRADOR."
003748           ELSE
003748              MOVE WS_ADMIN_ENTRADA TO MAE-ADMIN
003748              PERFORM GRABAR-ASIGNACION
003748           END-IF
003749        END-IF
003749     END-IF.

003749 GRABAR-ASIGNACION.
003749     REWRITE MAE.
003749     IF FS_MAE NOT = "00"
003749        DISPLAY "Error al asignar Administrador CUIT "
003749                WS_CUIT_ENTRADA ": " FS_MAE
003749        STOP RUN
003749     END-IF.
003749     PERFORM GRABAR-MOVIMIENTO.
003749     PERFORM ASENTAR-MAESTRO.
003749     DISPLAY "ADMINISTRADOR ASIGNADO.".

003749*================================================================
003750* CERRAR-ARCHIVOS - CIERRE ORDENADO DEL MAESTRO
003760*================================================================
003770 CERRAR-ARCHIVOS.
003780     CLOSE MAESTRO.

003789*================================================================
003798* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
003807* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
003816* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
003825* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
003834*================================================================
003843 IDENTIFICAR-OPERADOR.
003852     DISPLAY "OPERADOR: " WITH NO ADVANCING.
003861     MOVE SPACES TO WS_OPERADOR.
003870     ACCEPT WS_OPERADOR.
003879     OPEN INPUT OPERADORES.
003888     IF FS_OPE = "35"
003897        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
003906                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
003915        MOVE 8 TO RETURN-CODE
003924        STOP RUN
003933     END-IF.
003942     IF FS_OPE NOT = "00"
003951        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
003960        STOP RUN
003969     END-IF.
003978     PERFORM LEER-OPERADOR
003987         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
003996     CLOSE OPERADORES.
004005     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
004014        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
004023                "PARA " WS_PROGRAMA "."
004032        MOVE 8 TO RETURN-CODE
004041        STOP RUN
004050     END-IF.
004059     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

004068 LEER-OPERADOR.
004077     READ OPERADORES
004086         AT END
004095             MOVE "10" TO FS_OPE
004104         NOT AT END
004113             IF OPE-OPERADOR = WS_OPERADOR
004122                AND OPE-PROGRAMA = WS_PROGRAMA
004131                SET OPERADOR-HABILITADO TO TRUE
004140                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
004149                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
004158             END-IF
004167     END-READ.
004176     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
004185        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
004194        STOP RUN
004203     END-IF.

004212*================================================================
004221* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
004230* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
004239* ESTA PERMITIDO.
004248*================================================================
004257 VERIFICAR-OPCION.
004266     SET OPCION-HABILITADA TO TRUE.
004275     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
004284        MOVE WS_OPCION TO WS_OPCION_ALFA
004293        MOVE 0 TO WS_CANT_OPCION
004302        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
004311            FOR ALL WS_OPCION_ALFA
004320        IF WS_CANT_OPCION = 0
004329           MOVE "N" TO WS_SW_OPCION
004338           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
004347                   "OPERADOR " WS_OPERADOR "."
004356        END-IF
004365     END-IF.

004374*================================================================
004383* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
004392* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
004401* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
004410* QUE ACUMULA Y NUNCA SE TRUNCA.
004419*================================================================
004428 GRABAR-BITACORA.
004437     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
004446     ACCEPT WS_HORA_BITACORA FROM TIME.
004455     OPEN EXTEND BITACORA.
004464     IF FS_BIT = "35"
004473        OPEN OUTPUT BITACORA
004482     END-IF.
004491     IF FS_BIT NOT = "00"
004500        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
004509        STOP RUN
004518     END-IF.
004527     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
004536     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
004545     MOVE WS_OPERADOR       TO BIT-OPERADOR.
004554     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
004563     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
004572     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
004581     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
004590     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
004599     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
004608     WRITE REG-BITACORA.
004617     IF FS_BIT NOT = "00"
004626        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
004635        STOP RUN
004644     END-IF.
004653     CLOSE BITACORA.
