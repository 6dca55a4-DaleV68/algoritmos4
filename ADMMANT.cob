000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADMMANT.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. MANTENIMIENTO DEL CATALOGO
000110*                  DE ADMINISTRADORES DE CONSORCIOS
000120*                  (ADMINISTRADORES.DAT, COPY ADMREC/ADMTAB):
000130*                  ALTA/BAJA/MODIFICACION DE CODIGO, RAZON
000140*                  SOCIAL, CUIT, CONTACTO, TELEFONO, DIRECCION Y
000150*                  CORREO, CON CONTROL DE DUPLICADOS DE CODIGO Y
000160*                  DE CUIT, AL ESTILO DE ZONMANT PARA ZONAS.DAT.
000170*                  EL CUIT SE VALIDA CON EL DIGITO VERIFICADOR
000180*                  DE MODULO 11 DEL MERGE (SIN EXIGIR PREFIJO DE
000190*                  PERSONA JURIDICA: HAY ADMINISTRADORES QUE SON
000200*                  PERSONAS FISICAS). ANTES DE UNA BAJA SE
000210*                  VERIFICA QUE NINGUN CONSORCIO DEL MAESTRO LO
000220*                  TENGA ASIGNADO EN MAE-ADMIN
000230*                  (VERIFICAR-USO-ADMIN), IGUAL QUE BAJA-ZONA.
000231* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000232*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000233*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000234*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000235*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000236*                  CADA ALTA, BAJA O MODIFICACION DE ADMINISTRADOR
000237*                  SE ASIENTA EN BITACORA-CATALOGOS.DAT (COPY
000238*                  BITREC) CON OPERADOR, FECHA, HORA E IMAGENES
000239*                  DEL REGISTRO ANTES Y DESPUES.
000239* 2026-10-15  DLV  CONTROL DE LECTURA DEL CATALOGO AL CARGARLO.
000240*================================================================

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ADMINIS      ASSIGN TO DISK
000290                          FILE STATUS IS FS_ADM.

000300     SELECT MAESTRO      ASSIGN TO DISK
000310                          ORGANIZATION IS INDEXED
000320                          ACCESS MODE IS SEQUENTIAL
000330                          RECORD KEY IS MAE-CUIT-CONS
000340                          FILE STATUS IS FS_MAE.

000342     SELECT OPERADORES   ASSIGN TO DISK
000344                          FILE STATUS IS FS_OPE.

000346     SELECT BITACORA     ASSIGN TO DISK
000348                          FILE STATUS IS FS_BIT.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  ADMINIS LABEL RECORD IS STANDARD
000380            VALUE OF FILE-ID IS "administradores.dat".

000390     COPY ADMREC.

000400 FD  MAESTRO LABEL RECORD IS STANDARD
000410             VALUE OF FILE-ID IS "maestro.dat".

000420     COPY MAEREC.

000421 FD  OPERADORES LABEL RECORD IS STANDARD
000422            VALUE OF FILE-ID IS "operadores.dat".

000423     COPY OPEREC.

000424 FD  BITACORA LABEL RECORD IS STANDARD
000425            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000426     COPY BITREC.

000430 WORKING-STORAGE SECTION.
000440 77  FS_ADM                PIC XX.
000450 77  FS_MAE                PIC XX.
000460 77  WS_OPCION             PIC 9(01) VALUE 0.
000470 77  WS_CODIGO_ENTRADA     PIC 9(05) VALUE 0.
000480 77  WS_RAZON_ENTRADA      PIC X(30) VALUE SPACES.
000490 77  WS_CUIT_ENTRADA       PIC 9(15) VALUE 0.
000500 77  WS_CONTACTO_ENTRADA   PIC X(25) VALUE SPACES.
000510 77  WS_TEL_ENTRADA        PIC X(15) VALUE SPACES.
000520 77  WS_DIR_ENTRADA        PIC X(30) VALUE SPACES.
000530 77  WS_EMAIL_ENTRADA      PIC X(40) VALUE SPACES.
000540 77  WS_IDX_ENCONTRADO     PIC 9(04) VALUE 0.
000550 77  WS_IDX_ADM            PIC 9(04) VALUE 0.
000560 77  WS_IDX_REPETIDO       PIC 9(04) VALUE 0.
000570 77  WS_MAX_ADMIN          PIC 9(03) VALUE 500.

000580     COPY ADMTAB.

000581 77  FS_OPE                PIC XX.
000582 77  FS_BIT                PIC XX.
000583 77  WS_PROGRAMA           PIC X(08) VALUE "ADMMANT".
000584 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000585 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000586 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000587 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000588 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000589 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000590 01  WS_HORA_BITACORA.
000591     03 WS_HORA-HHMMSS     PIC 9(06).
000592     03 WS_HORA-CENTESIMOS PIC 9(02).

000593*----------------------------------------------------------------
000594* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000595* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000596*----------------------------------------------------------------
000597 01  WS_BITACORA.
000598     03 WS_BIT-CATALOGO    PIC X(15).
000599     03 WS_BIT-CLAVE       PIC X(25).
000600     03 WS_BIT-OPERACION   PIC X(01).
000601     03 WS_BIT-ANTES       PIC X(200).
000602     03 WS_BIT-DESPUES     PIC X(200).

000603 01  WS_SWITCHES.
000604     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000610        88 ENCONTRADO                VALUE "S".
000620        88 NO-ENCONTRADO             VALUE "N".
000630     03 WS_SW_EN_USO       PIC X(01) VALUE "N".
000640        88 EN-USO                    VALUE "S".
000650        88 NO-EN-USO                 VALUE "N".
000660     03 WS_SW_FIN_MAE      PIC X(01) VALUE "N".
000670        88 FIN-MAE                   VALUE "S".
000680     03 WS_SW_CUIT_REPETIDO PIC X(01) VALUE "N".
000690        88 CUIT-REPETIDO             VALUE "S".
000692     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000694        88 OPERADOR-HABILITADO       VALUE "S".
000696     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000698        88 OPCION-HABILITADA         VALUE "S".

000700*----------------------------------------------------------------
000710* VALIDACION DEL CUIT DEL ADMINISTRADOR: 11 DIGITOS (LOS 4
000720* PRIMEROS DEL CAMPO EN CERO) Y DIGITO VERIFICADOR POR MODULO 11
000730* CON LOS PESOS 5-4-3-2-7-6-5-4-3-2 DE AFIP, COMO VALIDAR-CUIT
000740* DEL MERGE.
000750*----------------------------------------------------------------
000760 01  WS_SW_CUIT.
000770     03 WS_SW_CUIT_OK      PIC X(01) VALUE "S".
000780        88 CUIT-VALIDO        VALUE "S".
000790        88 CUIT-INVALIDO      VALUE "N".
000800 01  WS_MOTIVO_CUIT        PIC X(30) VALUE SPACES.
000810 01  WS_CUIT_AREA.
000820     03 WS_CUIT_VALIDAR    PIC 9(15) VALUE 0.
000830     03 WS_CUIT_DIGITOS REDEFINES WS_CUIT_VALIDAR.
000840        05 WS_CUIT_DIG     PIC 9(01) OCCURS 15 TIMES.
000850 01  WS_CUIT_PESOS         PIC X(10) VALUE "5432765432".
000860 01  WS_CUIT_PESOS-R REDEFINES WS_CUIT_PESOS.
000870     03 WS_CUIT_PESO       PIC 9(01) OCCURS 10 TIMES.
000880 77  WS_IDX_CUIT           PIC 9(02) VALUE 0.
000890 77  WS_CUIT_PROD          PIC 9(02) VALUE 0.
000900 77  WS_CUIT_SUMA          PIC 9(04) VALUE 0.
000910 77  WS_CUIT_COCIENTE      PIC 9(04) VALUE 0.
000920 77  WS_CUIT_RESTO         PIC 9(02) VALUE 0.
000930 77  WS_CUIT_DV_CALC       PIC 9(02) VALUE 0.

000940 PROCEDURE DIVISION.
000950     PERFORM INICIALIZAR.
000960     PERFORM CARGAR-TABLA.
000970     PERFORM PROCESAR-MENU UNTIL WS_OPCION = 9.
000980     STOP RUN.

000990*================================================================
001000* INICIALIZAR - APERTURA INICIAL DEL CATALOGO DE ADMINISTRADORES.
001010* UN CATALOGO QUE TODAVIA NO EXISTE ARRANCA VACIO (LA PRIMERA
001020* ALTA LO CREA).
001030*================================================================
001040 INICIALIZAR.
001045     PERFORM IDENTIFICAR-OPERADOR.
001050     OPEN INPUT ADMINIS.
001060     IF FS_ADM = "35"
001070        MOVE "10" TO FS_ADM
001080        DISPLAY "NO EXISTE ADMINISTRADORES.DAT, SE ARRANCA CON "
001090                "EL CATALOGO VACIO."
001100     ELSE
001110        IF FS_ADM NOT = "00"
001120           DISPLAY "Error al abrir Archivo de Administradores: "
001130                   FS_ADM
001140           STOP RUN
001150        END-IF
001160     END-IF.

001170*================================================================
001180* CARGAR-TABLA - LEE ADMINISTRADORES.DAT COMPLETO A
001190* WS_TABLA_ADMIN
001200*================================================================
001210 CARGAR-TABLA.
001220     MOVE 0 TO WS_CANT_ADMIN.
001230     IF FS_ADM = "00"
001240        PERFORM LEER-ADMIN
001250            UNTIL FS_ADM = "10"
001260               OR WS_CANT_ADMIN = WS_MAX_ADMIN
001270        IF WS_CANT_ADMIN = WS_MAX_ADMIN AND FS_ADM NOT = "10"
001280           DISPLAY "ADVERTENCIA: TABLA LLENA (" WS_MAX_ADMIN
001290                   "), SE IGNORA EL RESTO DE ADMINISTRADORES.DAT"
001300        END-IF
001310        CLOSE ADMINIS
001320     END-IF.
001330     DISPLAY "ADMINISTRADORES CARGADOS: " WS_CANT_ADMIN.

001340 LEER-ADMIN.
001350     READ ADMINIS
001360         AT END
001370             MOVE "10" TO FS_ADM
001380         NOT AT END
001390             ADD 1 TO WS_CANT_ADMIN
001400             MOVE ADM-CODIGO   TO WS_ADMIN-CODIGO(WS_CANT_ADMIN)
001410             MOVE ADM-RAZON-SOCIAL
001420                  TO WS_ADMIN-RAZON(WS_CANT_ADMIN)
001430             MOVE ADM-CUIT     TO WS_ADMIN-CUIT(WS_CANT_ADMIN)
001440             MOVE ADM-CONTACTO
001450                  TO WS_ADMIN-CONTACTO(WS_CANT_ADMIN)
001460             MOVE ADM-TEL      TO WS_ADMIN-TEL(WS_CANT_ADMIN)
001470             MOVE ADM-DIR      TO WS_ADMIN-DIR(WS_CANT_ADMIN)
001480             MOVE ADM-EMAIL    TO WS_ADMIN-EMAIL(WS_CANT_ADMIN)
001490     END-READ.
001491     IF FS_ADM NOT = "00" AND FS_ADM NOT = "10"
001492        DISPLAY "Error al leer Archivo de Administradores: "
001493                FS_ADM
001494        STOP RUN
001495     END-IF.

001500*================================================================
001510* GRABAR-TABLA - REGRABA ADMINISTRADORES.DAT COMPLETO DESDE LA
001520* TABLA
001530*================================================================
001540 GRABAR-TABLA.
001550     OPEN OUTPUT ADMINIS.
001560     IF FS_ADM NOT = "00"
001570        DISPLAY "Error al grabar Administradores: " FS_ADM
001580        STOP RUN
001590     END-IF.
001600     PERFORM ESCRIBIR-ADMIN
001610         VARYING WS_IDX_ADM FROM 1 BY 1
001620         UNTIL WS_IDX_ADM > WS_CANT_ADMIN.
001630     CLOSE ADMINIS.

001640 ESCRIBIR-ADMIN.
001650     MOVE WS_ADMIN-CODIGO(WS_IDX_ADM)   TO ADM-CODIGO.
001660     MOVE WS_ADMIN-RAZON(WS_IDX_ADM)    TO ADM-RAZON-SOCIAL.
001670     MOVE WS_ADMIN-CUIT(WS_IDX_ADM)     TO ADM-CUIT.
001680     MOVE WS_ADMIN-CONTACTO(WS_IDX_ADM) TO ADM-CONTACTO.
001690     MOVE WS_ADMIN-TEL(WS_IDX_ADM)      TO ADM-TEL.
001700     MOVE WS_ADMIN-DIR(WS_IDX_ADM)      TO ADM-DIR.
001710     MOVE WS_ADMIN-EMAIL(WS_IDX_ADM)    TO ADM-EMAIL.
001720     WRITE ADM.
001730     IF FS_ADM NOT = "00"
001740        DISPLAY "Error al grabar Administradores: " FS_ADM
001750        STOP RUN
001760     END-IF.

001770*================================================================
001780* PROCESAR-MENU - MENU PRINCIPAL DEL MANTENIMIENTO DE
001790* ADMINISTRADORES
001800*================================================================
001810 PROCESAR-MENU.
001820     DISPLAY " ".
001830     DISPLAY "MANTENIMIENTO DEL CATALOGO DE ADMINISTRADORES".
001840     DISPLAY "1 - ALTA DE ADMINISTRADOR".
001850     DISPLAY "2 - BAJA DE ADMINISTRADOR".
001860     DISPLAY "3 - MODIFICAR ADMINISTRADOR".
001870     DISPLAY "4 - LISTAR ADMINISTRADORES".
001880     DISPLAY "9 - SALIR".
001890     DISPLAY "OPCION: " WITH NO ADVANCING.
001900     ACCEPT WS_OPCION.
001901     PERFORM VERIFICAR-OPCION.
001902     IF OPCION-HABILITADA
001903        PERFORM EJECUTAR-OPCION
001904     END-IF.

001905*================================================================
001906* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001907* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001908*================================================================
001909 EJECUTAR-OPCION.
001910     EVALUATE WS_OPCION
001920         WHEN 1 PERFORM ALTA-ADMIN
001930         WHEN 2 PERFORM BAJA-ADMIN
001940         WHEN 3 PERFORM MODIFICAR-ADMIN
001950         WHEN 4 PERFORM LISTAR-ADMINS
001960         WHEN 9 CONTINUE
001970         WHEN OTHER DISPLAY "OPCION INVALIDA"
001980     END-EVALUATE.

001990*================================================================
002000* PEDIR-CLAVE - PIDE EL CODIGO DE ADMINISTRADOR POR CONSOLA
002010*================================================================
002020 PEDIR-CLAVE.
002030     DISPLAY "CODIGO DE ADMINISTRADOR (5 DIGITOS): "
002040             WITH NO ADVANCING.
002050     ACCEPT WS_CODIGO_ENTRADA.

002060*================================================================
002070* BUSCAR-CLAVE - BUSCA EL CODIGO EN LA TABLA Y DEJA EL RESULTADO
002080* EN ENCONTRADO/WS_IDX_ENCONTRADO
002090*================================================================
002100 BUSCAR-CLAVE.
002110     SET NO-ENCONTRADO TO TRUE.
002120     MOVE 0 TO WS_IDX_ENCONTRADO.
002130     PERFORM EVALUAR-CLAVE
002140         VARYING WS_IDX_ADM FROM 1 BY 1
002150         UNTIL WS_IDX_ADM > WS_CANT_ADMIN
002160            OR ENCONTRADO.

002170 EVALUAR-CLAVE.
002180     IF WS_ADMIN-CODIGO(WS_IDX_ADM) = WS_CODIGO_ENTRADA
002190        SET ENCONTRADO TO TRUE
002200        MOVE WS_IDX_ADM TO WS_IDX_ENCONTRADO
002210     END-IF.

002220*================================================================
002230* BUSCAR-CUIT-REPETIDO - DEJA CUIT-REPETIDO SI OTRO
002240* ADMINISTRADOR DE LA TABLA (DISTINTO DE WS_IDX_ENCONTRADO) YA
002250* TIENE EL CUIT DE WS_CUIT_ENTRADA.
002260*================================================================
002270 BUSCAR-CUIT-REPETIDO.
002280     MOVE "N" TO WS_SW_CUIT_REPETIDO.
002290     PERFORM EVALUAR-CUIT-REPETIDO
002300         VARYING WS_IDX_ADM FROM 1 BY 1
002310         UNTIL WS_IDX_ADM > WS_CANT_ADMIN
002320            OR CUIT-REPETIDO.

002330 EVALUAR-CUIT-REPETIDO.
002340     IF WS_ADMIN-CUIT(WS_IDX_ADM) = WS_CUIT_ENTRADA
002350        AND WS_IDX_ADM NOT = WS_IDX_ENCONTRADO
002360        SET CUIT-REPETIDO TO TRUE
002370        MOVE WS_IDX_ADM TO WS_IDX_REPETIDO
002380     END-IF.

002390*================================================================
002400* PEDIR-DATOS - PIDE POR CONSOLA LOS DATOS DEL ADMINISTRADOR
002410* (EN LA MODIFICACION, UN CAMPO EN BLANCO O EL CUIT EN CERO
002420* CONSERVAN EL VALOR ACTUAL).
002430*================================================================
002440 PEDIR-DATOS.
002450     MOVE SPACES TO WS_RAZON_ENTRADA.
002460     MOVE 0      TO WS_CUIT_ENTRADA.
002470     MOVE SPACES TO WS_CONTACTO_ENTRADA.
002480     MOVE SPACES TO WS_TEL_ENTRADA.
002490     MOVE SPACES TO WS_DIR_ENTRADA.
002500     MOVE SPACES TO WS_EMAIL_ENTRADA.
002510     DISPLAY "RAZON SOCIAL (HASTA 30): " WITH NO ADVANCING.
002520     ACCEPT WS_RAZON_ENTRADA.
002530     DISPLAY "CUIT (15 DIGITOS): " WITH NO ADVANCING.
002540     ACCEPT WS_CUIT_ENTRADA.
002550     DISPLAY "CONTACTO (HASTA 25): " WITH NO ADVANCING.
002560     ACCEPT WS_CONTACTO_ENTRADA.
002570     DISPLAY "TELEFONO (HASTA 15): " WITH NO ADVANCING.
002580     ACCEPT WS_TEL_ENTRADA.
002590     DISPLAY "DIRECCION (HASTA 30): " WITH NO ADVANCING.
002600     ACCEPT WS_DIR_ENTRADA.
002610     DISPLAY "CORREO ELECTRONICO (HASTA 40): " WITH NO ADVANCING.
002620     ACCEPT WS_EMAIL_ENTRADA.

002630*================================================================
002640* ALTA-ADMIN - AGREGA UN ADMINISTRADOR, RECHAZANDO EL CODIGO
002650* CERO (RESERVADO PARA "SIN ADMINISTRADOR" EN MAE-ADMIN), LOS
002660* CODIGOS DUPLICADOS, UN CUIT INVALIDO Y UN CUIT QUE YA TIENE
002670* OTRO ADMINISTRADOR.
002680*================================================================
002690 ALTA-ADMIN.
002700     PERFORM PEDIR-CLAVE.
002710     PERFORM BUSCAR-CLAVE.
002720     IF WS_CODIGO_ENTRADA = 0
002730        DISPLAY "ERROR: EL CODIGO CERO ESTA RESERVADO."
002740     ELSE
002750        IF ENCONTRADO
002760           DISPLAY "ERROR: EL ADMINISTRADOR YA EXISTE."
002770        ELSE
002780           IF WS_CANT_ADMIN NOT < WS_MAX_ADMIN
002790              DISPLAY "ERROR: TABLA DE ADMINISTRADORES LLENA."
002800           ELSE
002810              PERFORM PEDIR-DATOS
002820              PERFORM VALIDAR-DATOS-ALTA
002830           END-IF
002840        END-IF
002850     END-IF.

002860 VALIDAR-DATOS-ALTA.
002870     MOVE WS_CUIT_ENTRADA TO WS_CUIT_VALIDAR.
002880     PERFORM VALIDAR-CUIT.
002890     PERFORM BUSCAR-CUIT-REPETIDO.
002900     IF WS_RAZON_ENTRADA = SPACES
002910        DISPLAY "ERROR: LA RAZON SOCIAL ES OBLIGATORIA."
002920     ELSE
002930        IF CUIT-INVALIDO
002940           DISPLAY "ERROR: " WS_MOTIVO_CUIT
002950        ELSE
002960           IF CUIT-REPETIDO
002970              DISPLAY "ERROR: EL CUIT YA ES DEL ADMINISTRADOR "
002980                      WS_ADMIN-CODIGO(WS_IDX_REPETIDO)
002990           ELSE
003000              ADD 1 TO WS_CANT_ADMIN
003010              MOVE WS_CODIGO_ENTRADA
003020                   TO WS_ADMIN-CODIGO(WS_CANT_ADMIN)
003030              MOVE WS_RAZON_ENTRADA
003040                   TO WS_ADMIN-RAZON(WS_CANT_ADMIN)
003050              MOVE WS_CUIT_ENTRADA
003060                   TO WS_ADMIN-CUIT(WS_CANT_ADMIN)
003070              MOVE WS_CONTACTO_ENTRADA
003080                   TO WS_ADMIN-CONTACTO(WS_CANT_ADMIN)
003090              MOVE WS_TEL_ENTRADA
003100                   TO WS_ADMIN-TEL(WS_CANT_ADMIN)
003110              MOVE WS_DIR_ENTRADA
003120                   TO WS_ADMIN-DIR(WS_CANT_ADMIN)
003130              MOVE WS_EMAIL_ENTRADA
003140                   TO WS_ADMIN-EMAIL(WS_CANT_ADMIN)
003150              PERFORM GRABAR-TABLA
003152              MOVE SPACES TO WS_BITACORA
003154              MOVE "A" TO WS_BIT-OPERACION
003156              MOVE WS_ADMIN(WS_CANT_ADMIN) TO WS_BIT-DESPUES
003158              PERFORM ASENTAR-ADMIN
003160              DISPLAY "ADMINISTRADOR AGREGADO."
003170           END-IF
003180        END-IF
003190     END-IF.

003200*================================================================
003210* MODIFICAR-ADMIN - CAMBIA LOS DATOS DE UN ADMINISTRADOR
003220* EXISTENTE. EL CODIGO NO SE MODIFICA: ES EL QUE LOS CONSORCIOS
003230* TIENEN GRABADO EN MAE-ADMIN.
003240*================================================================
003250 MODIFICAR-ADMIN.
003260     PERFORM PEDIR-CLAVE.
003270     PERFORM BUSCAR-CLAVE.
003280     IF NO-ENCONTRADO
003290        DISPLAY "ERROR: EL ADMINISTRADOR NO EXISTE."
003300     ELSE
003310        MOVE WS_IDX_ENCONTRADO TO WS_IDX_ADM
003320        PERFORM MOSTRAR-ADMIN
003330        DISPLAY "(EN BLANCO / CUIT EN CERO = CONSERVA EL VALOR "
003340                "ACTUAL)"
003350        PERFORM PEDIR-DATOS
003360        IF WS_CUIT_ENTRADA = 0
003370           MOVE WS_ADMIN-CUIT(WS_IDX_ENCONTRADO)
003380                TO WS_CUIT_ENTRADA
003390        END-IF
003400        MOVE WS_CUIT_ENTRADA TO WS_CUIT_VALIDAR
003410        PERFORM VALIDAR-CUIT
003420        PERFORM BUSCAR-CUIT-REPETIDO
003430        IF CUIT-INVALIDO
003440           DISPLAY "ERROR: " WS_MOTIVO_CUIT
003450        ELSE
003460           IF CUIT-REPETIDO
003470              DISPLAY "ERROR: EL CUIT YA ES DEL ADMINISTRADOR "
003480                      WS_ADMIN-CODIGO(WS_IDX_REPETIDO)
003490           ELSE
003492              MOVE SPACES TO WS_BITACORA
003494              MOVE "M" TO WS_BIT-OPERACION
003496              MOVE WS_ADMIN(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
003500              PERFORM APLICAR-MODIFICACION
003510              PERFORM GRABAR-TABLA
003513              MOVE WS_ADMIN(WS_IDX_ENCONTRADO) TO WS_BIT-DESPUES
003516              PERFORM ASENTAR-ADMIN
003520              DISPLAY "ADMINISTRADOR MODIFICADO."
003530           END-IF
003540        END-IF
003550     END-IF.

003560 APLICAR-MODIFICACION.
003570     IF WS_RAZON_ENTRADA NOT = SPACES
003580        MOVE WS_RAZON_ENTRADA
003590             TO WS_ADMIN-RAZON(WS_IDX_ENCONTRADO)
003600     END-IF.
003610     MOVE WS_CUIT_ENTRADA TO WS_ADMIN-CUIT(WS_IDX_ENCONTRADO).
003620     IF WS_CONTACTO_ENTRADA NOT = SPACES
003630        MOVE WS_CONTACTO_ENTRADA
003640             TO WS_ADMIN-CONTACTO(WS_IDX_ENCONTRADO)
003650     END-IF.
003660     IF WS_TEL_ENTRADA NOT = SPACES
003670        MOVE WS_TEL_ENTRADA TO WS_ADMIN-TEL(WS_IDX_ENCONTRADO)
003680     END-IF.
003690     IF WS_DIR_ENTRADA NOT = SPACES
003700        MOVE WS_DIR_ENTRADA TO WS_ADMIN-DIR(WS_IDX_ENCONTRADO)
003710     END-IF.
003720     IF WS_EMAIL_ENTRADA NOT = SPACES
003730        MOVE WS_EMAIL_ENTRADA
003740             TO WS_ADMIN-EMAIL(WS_IDX_ENCONTRADO)
003750     END-IF.

003760*================================================================
003770* VALIDAR-CUIT - VALIDA WS_CUIT_VALIDAR: 11 DIGITOS REALES (LOS
003780* 4 PRIMEROS DEL CAMPO EN CERO) Y DIGITO VERIFICADOR POR MODULO
003790* 11 (RESTO 11 EQUIVALE A DIGITO 0, RESTO 10 NO CORRESPONDE A
003800* NINGUN CUIT VALIDO). DEJA EL RESULTADO EN CUIT-VALIDO/
003810* CUIT-INVALIDO Y EL MOTIVO EN WS_MOTIVO_CUIT.
003820*================================================================
003830 VALIDAR-CUIT.
003840     SET CUIT-VALIDO TO TRUE.
003850     MOVE SPACES TO WS_MOTIVO_CUIT.
003860     IF WS_CUIT_VALIDAR(1:4) NOT = "0000"
003870        OR WS_CUIT_VALIDAR = 0
003880        SET CUIT-INVALIDO TO TRUE
003890        MOVE "CUIT FUERA DE LOS 11 DIGITOS" TO WS_MOTIVO_CUIT
003900     ELSE
003910        PERFORM CALCULAR-DV-CUIT
003920        IF WS_CUIT_DV_CALC = 10
003930           OR WS_CUIT_DV_CALC NOT = WS_CUIT_DIG(15)
003940           SET CUIT-INVALIDO TO TRUE
003950           MOVE "CUIT DIGITO VERIFICADOR MAL" TO WS_MOTIVO_CUIT
003960        END-IF
003970     END-IF.

003980*================================================================
003990* CALCULAR-DV-CUIT - DEJA EN WS_CUIT_DV_CALC EL DIGITO
004000* VERIFICADOR QUE CORRESPONDE A LOS 10 PRIMEROS DIGITOS DEL
004010* CUIT DE WS_CUIT_VALIDAR (POSICIONES 5 A 14 DEL CAMPO).
004020*================================================================
004030 CALCULAR-DV-CUIT.
004040     MOVE 0 TO WS_CUIT_SUMA.
004050     PERFORM SUMAR-PESO-CUIT
004060         VARYING WS_IDX_CUIT FROM 1 BY 1
004070         UNTIL WS_IDX_CUIT > 10.
004080     DIVIDE WS_CUIT_SUMA BY 11
004090         GIVING WS_CUIT_COCIENTE REMAINDER WS_CUIT_RESTO.
004100     SUBTRACT WS_CUIT_RESTO FROM 11 GIVING WS_CUIT_DV_CALC.
004110     IF WS_CUIT_DV_CALC = 11
004120        MOVE 0 TO WS_CUIT_DV_CALC
004130     END-IF.

004140 SUMAR-PESO-CUIT.
004150     MULTIPLY WS_CUIT_DIG(WS_IDX_CUIT + 4)
004160         BY WS_CUIT_PESO(WS_IDX_CUIT)
004170         GIVING WS_CUIT_PROD.
004180     ADD WS_CUIT_PROD TO WS_CUIT_SUMA.

004190*================================================================
004200* BAJA-ADMIN - RETIRA UN ADMINISTRADOR, SALVO QUE ALGUN
004210* CONSORCIO DEL MAESTRO LO TENGA ASIGNADO EN MAE-ADMIN: ESOS
004220* CONSORCIOS QUEDARIAN APUNTANDO A UN CODIGO INEXISTENTE.
004230*================================================================
004240 BAJA-ADMIN.
004250     PERFORM PEDIR-CLAVE.
004260     PERFORM BUSCAR-CLAVE.
004270     IF NO-ENCONTRADO
004280        DISPLAY "ERROR: EL ADMINISTRADOR NO EXISTE."
004290     ELSE
004300        PERFORM VERIFICAR-USO-ADMIN
004310        IF EN-USO
004320           DISPLAY "ERROR: EL ADMINISTRADOR ESTA ASIGNADO A "
004330           DISPLAY "CONSORCIOS DEL MAESTRO, NO SE PUEDE DAR "
004340           DISPLAY "DE BAJA."
004350        ELSE
004352           MOVE SPACES TO WS_BITACORA
004354           MOVE "B" TO WS_BIT-OPERACION
004356           MOVE WS_ADMIN(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
004360           PERFORM ELIMINAR-DE-TABLA
004370           PERFORM GRABAR-TABLA
004375           PERFORM ASENTAR-ADMIN
004380           DISPLAY "ADMINISTRADOR DADO DE BAJA."
004390        END-IF
004400     END-IF.

004410*================================================================
004420* VERIFICAR-USO-ADMIN - RECORRE EL MAESTRO BUSCANDO ALGUN
004430* CONSORCIO CON EL ADMINISTRADOR A RETIRAR EN MAE-ADMIN. UN
004440* MAESTRO QUE NO EXISTE NO REFERENCIA NADA (FS 35); CUALQUIER
004450* OTRO ERROR DE APERTURA SE INFORMA Y RECHAZA LA BAJA POR
004460* PRECAUCION, IGUAL QUE VERIFICAR-USO-ZONA EN ZONMANT.
004470*================================================================
004480 VERIFICAR-USO-ADMIN.
004490     SET NO-EN-USO TO TRUE.
004500     OPEN INPUT MAESTRO.
004510     IF FS_MAE = "00"
004520        MOVE "N" TO WS_SW_FIN_MAE
004530        PERFORM LEER-MAE-USO
004540            UNTIL FIN-MAE OR EN-USO
004550        CLOSE MAESTRO
004560     ELSE
004570        IF FS_MAE NOT = "35"
004580           DISPLAY "ERROR AL ABRIR MAESTRO: " FS_MAE
004590           DISPLAY "NO SE PUEDE VERIFICAR EL USO, SE RECHAZA "
004600           DISPLAY "LA BAJA POR PRECAUCION."
004610           SET EN-USO TO TRUE
004620        END-IF
004630     END-IF.

004640 LEER-MAE-USO.
004650     READ MAESTRO
004660         AT END
004670             SET FIN-MAE TO TRUE
004680         NOT AT END
004690             IF MAE-ADMIN = WS_CODIGO_ENTRADA
004700                SET EN-USO TO TRUE
004710             END-IF
004720     END-READ.

004721*================================================================
004722* ASENTAR-ADMIN - COMPLETA CATALOGO Y CLAVE (CODIGO DE
004723* ADMINISTRADOR) DEL CAMBIO ARMADO EN WS_BITACORA Y LO GRABA EN
004724* LA BITACORA
004725*================================================================
004726 ASENTAR-ADMIN.
004727     MOVE "ADMINISTRADORES" TO WS_BIT-CATALOGO.
004728     MOVE WS_CODIGO_ENTRADA TO WS_BIT-CLAVE.
004729     PERFORM GRABAR-BITACORA.

004730*================================================================
004740* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
004750* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
004760*================================================================
004770 ELIMINAR-DE-TABLA.
004780     PERFORM CORRER-ADMIN
004790         VARYING WS_IDX_ADM FROM WS_IDX_ENCONTRADO BY 1
004800         UNTIL WS_IDX_ADM NOT < WS_CANT_ADMIN.
004810     SUBTRACT 1 FROM WS_CANT_ADMIN.

004820 CORRER-ADMIN.
004830     MOVE WS_ADMIN(WS_IDX_ADM + 1) TO WS_ADMIN(WS_IDX_ADM).

004840*================================================================
004850* LISTAR-ADMINS - MUESTRA LA TABLA COMPLETA POR CONSOLA
004860*================================================================
004870 LISTAR-ADMINS.
004880     PERFORM MOSTRAR-ADMIN
004890         VARYING WS_IDX_ADM FROM 1 BY 1
004900         UNTIL WS_IDX_ADM > WS_CANT_ADMIN.

004910 MOSTRAR-ADMIN.
004920     DISPLAY WS_ADMIN-CODIGO(WS_IDX_ADM) " "
004930             WS_ADMIN-RAZON(WS_IDX_ADM) " CUIT "
004940             WS_ADMIN-CUIT(WS_IDX_ADM).
004950     DISPLAY "      " WS_ADMIN-CONTACTO(WS_IDX_ADM) " TEL "
004960             WS_ADMIN-TEL(WS_IDX_ADM).
004970     DISPLAY "      " WS_ADMIN-DIR(WS_IDX_ADM) " "
004980             WS_ADMIN-EMAIL(WS_IDX_ADM).

004990*================================================================
005000* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
005010* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
005020* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
005030* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
005040*================================================================
005050 IDENTIFICAR-OPERADOR.
005060     DISPLAY "OPERADOR: " WITH NO ADVANCING.
005070     MOVE SPACES TO WS_OPERADOR.
005080     ACCEPT WS_OPERADOR.
005090     OPEN INPUT OPERADORES.
005100     IF FS_OPE = "35"
005110        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
005120                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
005130        MOVE 8 TO RETURN-CODE
005140        STOP RUN
005150     END-IF.
005160     IF FS_OPE NOT = "00"
005170        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
005180        STOP RUN
005190     END-IF.
005200     PERFORM LEER-OPERADOR
005210         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
005220     CLOSE OPERADORES.
005230     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
005240        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
005250                "PARA " WS_PROGRAMA "."
005260        MOVE 8 TO RETURN-CODE
005270        STOP RUN
005280     END-IF.
005290     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

005300 LEER-OPERADOR.
005310     READ OPERADORES
005320         AT END
005330             MOVE "10" TO FS_OPE
005340         NOT AT END
005350             IF OPE-OPERADOR = WS_OPERADOR
005360                AND OPE-PROGRAMA = WS_PROGRAMA
005370                SET OPERADOR-HABILITADO TO TRUE
005380                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
005390                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
005400             END-IF
005410     END-READ.
005420     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
005430        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
005440        STOP RUN
005450     END-IF.

005460*================================================================
005470* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
005480* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
005490* ESTA PERMITIDO.
005500*================================================================
005510 VERIFICAR-OPCION.
005520     SET OPCION-HABILITADA TO TRUE.
005530     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
005540        MOVE WS_OPCION TO WS_OPCION_ALFA
005550        MOVE 0 TO WS_CANT_OPCION
005560        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
005570            FOR ALL WS_OPCION_ALFA
005580        IF WS_CANT_OPCION = 0
005590           MOVE "N" TO WS_SW_OPCION
005600           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
005610                   "OPERADOR " WS_OPERADOR "."
005620        END-IF
005630     END-IF.

005640*================================================================
005650* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
005660* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
005670* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
005680* QUE ACUMULA Y NUNCA SE TRUNCA.
005690*================================================================
005700 GRABAR-BITACORA.
005710     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
005720     ACCEPT WS_HORA_BITACORA FROM TIME.
005730     OPEN EXTEND BITACORA.
005740     IF FS_BIT = "35"
005750        OPEN OUTPUT BITACORA
005760     END-IF.
005770     IF FS_BIT NOT = "00"
005780        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
005790        STOP RUN
005800     END-IF.
005810     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
005820     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
005830     MOVE WS_OPERADOR       TO BIT-OPERADOR.
005840     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
005850     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
005860     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
005870     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
005880     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
005890     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
005900     WRITE REG-BITACORA.
005910     IF FS_BIT NOT = "00"
005920        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
005930        STOP RUN
005940     END-IF.
005950     CLOSE BITACORA.
