000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPEMANT.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. MANTENIMIENTO DE
000110*                  OPERADORES.DAT (QUE OPERADOR PUEDE USAR CADA
000120*                  PROGRAMA DE MANTENIMIENTO Y CON QUE OPCIONES
000130*                  DEL MENU, COPY OPEREC / OPETAB) AL ESTILO DE
000140*                  CTBMANT: ALTA, BAJA, MODIFICACION Y LISTADO,
000150*                  CON CONTROL DE DUPLICADOS POR OPERADOR Y
000160*                  PROGRAMA. EL PROPIO OPEMANT SE CONTROLA CONTRA
000170*                  EL MISMO ARCHIVO; MIENTRAS NO HAY NINGUN
000180*                  OPERADOR CARGADO SE HABILITA AL QUE ENTRA PARA
000190*                  DAR DE ALTA LOS PRIMEROS. NADIE PUEDE DAR DE
000200*                  BAJA SU PROPIA FILA DE OPEMANT. CADA CAMBIO SE
000210*                  ASIENTA EN BITACORA-CATALOGOS.DAT (COPY BITREC)
000220*                  COMO EN LOS DEMAS MANTENIMIENTOS.
000222* 2026-10-15  DLV  CON LA TABLA VACIA LA UNICA ALTA ADMITIDA ES
000224*                  LA FILA DE OPEMANT DEL OPERADOR QUE ENTRO, CON
000226*                  TODAS LAS OPCIONES; ASI NO QUEDA AFUERA DEL
000228*                  PROPIO MANTENIMIENTO AL PROXIMO ARRANQUE.
000230*================================================================

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPERADORES   ASSIGN TO DISK
000280                          FILE STATUS IS FS_OPE.

000290     SELECT BITACORA     ASSIGN TO DISK
000300                          FILE STATUS IS FS_BIT.

000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  OPERADORES LABEL RECORD IS STANDARD
000340            VALUE OF FILE-ID IS "operadores.dat".

000350     COPY OPEREC.

000360 FD  BITACORA LABEL RECORD IS STANDARD
000370            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000380     COPY BITREC.

000390 WORKING-STORAGE SECTION.
000400 77  FS_OPE                PIC XX.
000410 77  FS_BIT                PIC XX.
000420 77  WS_OPCION             PIC 9(01) VALUE 0.
000430 77  WS_OPER_ENTRADA       PIC X(08) VALUE SPACES.
000440 77  WS_NOMBRE_ENTRADA     PIC X(30) VALUE SPACES.
000450 77  WS_OPCIONES_ENTRADA   PIC X(10) VALUE SPACES.
000460 77  WS_IDX_ENCONTRADO     PIC 9(04) VALUE 0.
000470 77  WS_IDX_OPE            PIC 9(04) VALUE 0.
000480 77  WS_IDX_CAR            PIC 9(02) VALUE 0.
000490 77  WS_MAX_OPERADORES     PIC 9(04) VALUE 300.

000500 01  WS_PROG_ENTRADA       PIC X(08) VALUE SPACES.
000510     88 PROGRAMA-CONOCIDO  VALUE "MAEMANT" "MAETRASP" "ESTMANT"
000520                                 "BANMANT" "ZONMANT" "CUOMANT"
000530                                 "TASMANT" "ADMMANT" "CTBMANT"
000540                                 "OPEMANT".

000550     COPY OPETAB.

000560 77  WS_PROGRAMA           PIC X(08) VALUE "OPEMANT".
000570 77  WS_OPERADOR           PIC X(08) VALUE SPACES.
000580 77  WS_NOMBRE_OPERADOR    PIC X(30) VALUE SPACES.
000590 77  WS_OPCIONES_OPERADOR  PIC X(10) VALUE SPACES.
000600 77  WS_OPCION_ALFA        PIC X(01) VALUE SPACES.
000610 77  WS_CANT_OPCION        PIC 9(02) VALUE 0.
000620 77  WS_FECHA_BITACORA     PIC 9(08) VALUE 0.
000630 01  WS_HORA_BITACORA.
000640     03 WS_HORA-HHMMSS     PIC 9(06).
000650     03 WS_HORA-CENTESIMOS PIC 9(02).

000660*----------------------------------------------------------------
000670* CAMBIO A ASENTAR EN LA BITACORA DE CATALOGOS: LO ARMA CADA
000680* ALTA, BAJA O MODIFICACION ANTES DE PERFORM GRABAR-BITACORA.
000690*----------------------------------------------------------------
000700 01  WS_BITACORA.
000710     03 WS_BIT-CATALOGO    PIC X(15).
000720     03 WS_BIT-CLAVE       PIC X(25).
000730     03 WS_BIT-OPERACION   PIC X(01).
000740     03 WS_BIT-ANTES       PIC X(200).
000750     03 WS_BIT-DESPUES     PIC X(200).

000760 01  WS_SWITCHES.
000770     03 WS_SW_ENCONTRADO   PIC X(01) VALUE "N".
000780        88 ENCONTRADO                VALUE "S".
000790        88 NO-ENCONTRADO             VALUE "N".
000800     03 WS_SW_CLAVE_OK     PIC X(01) VALUE "N".
000810        88 CLAVE-VALIDA              VALUE "S".
000820        88 CLAVE-INVALIDA            VALUE "N".
000830     03 WS_SW_OPCIONES_OK  PIC X(01) VALUE "N".
000840        88 OPCIONES-VALIDAS          VALUE "S".
000850        88 OPCIONES-INVALIDAS        VALUE "N".
000860     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000870        88 OPERADOR-HABILITADO       VALUE "S".
000880     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000890        88 OPCION-HABILITADA         VALUE "S".

000900 PROCEDURE DIVISION.
000910     PERFORM INICIALIZAR.
000920     PERFORM CARGAR-TABLA.
000930     PERFORM IDENTIFICAR-OPERADOR.
000940     PERFORM PROCESAR-MENU UNTIL WS_OPCION = 9.
000950     STOP RUN.

000960*================================================================
000970* INICIALIZAR - APERTURA INICIAL DEL ARCHIVO DE OPERADORES. UN
000980* ARCHIVO QUE TODAVIA NO EXISTE ARRANCA VACIO (LA PRIMERA ALTA
000990* LO CREA).
001000*================================================================
001010 INICIALIZAR.
001020     OPEN INPUT OPERADORES.
001030     IF FS_OPE = "35"
001040        MOVE "10" TO FS_OPE
001050        DISPLAY "NO EXISTE OPERADORES.DAT, SE ARRANCA CON EL "
001060                "ARCHIVO VACIO."
001070     ELSE
001080        IF FS_OPE NOT = "00"
001090           DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
001100           STOP RUN
001110        END-IF
001120     END-IF.

001130*================================================================
001140* CARGAR-TABLA - LEE OPERADORES.DAT COMPLETO A
001150* WS_TABLA_OPERADORES
001160*================================================================
001170 CARGAR-TABLA.
001180     MOVE 0 TO WS_CANT_OPERADORES.
001190     IF FS_OPE = "00"
001200        PERFORM LEER-OPERADOR
001210            UNTIL FS_OPE = "10"
001220               OR WS_CANT_OPERADORES = WS_MAX_OPERADORES
001230        IF WS_CANT_OPERADORES = WS_MAX_OPERADORES
001240           AND FS_OPE NOT = "10"
001250           DISPLAY "ADVERTENCIA: TABLA LLENA (" WS_MAX_OPERADORES
001260                   "), SE IGNORA EL RESTO DE OPERADORES.DAT"
001270        END-IF
001280        CLOSE OPERADORES
001290     END-IF.
001300     DISPLAY "FILAS DE OPERADORES CARGADAS: " WS_CANT_OPERADORES.

001310 LEER-OPERADOR.
001320     READ OPERADORES
001330         AT END
001340             MOVE "10" TO FS_OPE
001350         NOT AT END
001360             ADD 1 TO WS_CANT_OPERADORES
001370             MOVE OPE-OPERADOR
001380                  TO WS_OPER-CODIGO(WS_CANT_OPERADORES)
001390             MOVE OPE-PROGRAMA
001400                  TO WS_OPER-PROGRAMA(WS_CANT_OPERADORES)
001410             MOVE OPE-NOMBRE
001420                  TO WS_OPER-NOMBRE(WS_CANT_OPERADORES)
001430             MOVE OPE-OPCIONES
001440                  TO WS_OPER-OPCIONES(WS_CANT_OPERADORES)
001450     END-READ.
001460     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
001470        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
001480        STOP RUN
001490     END-IF.

001500*================================================================
001510* GRABAR-TABLA - REGRABA OPERADORES.DAT COMPLETO DESDE LA TABLA
001520*================================================================
001530 GRABAR-TABLA.
001540     OPEN OUTPUT OPERADORES.
001550     IF FS_OPE NOT = "00"
001560        DISPLAY "Error al grabar Archivo de Operadores: " FS_OPE
001570        STOP RUN
001580     END-IF.
001590     PERFORM ESCRIBIR-OPERADOR
001600         VARYING WS_IDX_OPE FROM 1 BY 1
001610         UNTIL WS_IDX_OPE > WS_CANT_OPERADORES.
001620     CLOSE OPERADORES.

001630 ESCRIBIR-OPERADOR.
001640     MOVE WS_OPER-CODIGO(WS_IDX_OPE)   TO OPE-OPERADOR.
001650     MOVE WS_OPER-PROGRAMA(WS_IDX_OPE) TO OPE-PROGRAMA.
001660     MOVE WS_OPER-NOMBRE(WS_IDX_OPE)   TO OPE-NOMBRE.
001670     MOVE WS_OPER-OPCIONES(WS_IDX_OPE) TO OPE-OPCIONES.
001680     WRITE OPE.
001690     IF FS_OPE NOT = "00"
001700        DISPLAY "Error al grabar Archivo de Operadores: " FS_OPE
001710        STOP RUN
001720     END-IF.

001730*================================================================
001740* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
001750* EN LA TABLA YA CARGADA CON SU FILA DE OPEMANT. CON LA TABLA
001760* VACIA (TODAVIA NO SE CARGO NINGUN OPERADOR) SE LO HABILITA
001770* PARA TODAS LAS OPCIONES, ASI PUEDE DAR DE ALTA LOS PRIMEROS;
001780* ALTA-OPERADOR EXIGE QUE LA PRIMERA SEA SU PROPIA FILA DE
001785* OPEMANT CON TODAS LAS OPCIONES.
001790*================================================================
001800 IDENTIFICAR-OPERADOR.
001810     DISPLAY "OPERADOR: " WITH NO ADVANCING.
001820     MOVE SPACES TO WS_OPERADOR.
001830     ACCEPT WS_OPERADOR.
001840     IF WS_OPERADOR = SPACES
001850        DISPLAY "EL OPERADOR ES OBLIGATORIO."
001860        MOVE 8 TO RETURN-CODE
001870        STOP RUN
001880     END-IF.
001890     IF WS_CANT_OPERADORES = 0
001900        SET OPERADOR-HABILITADO TO TRUE
001910        MOVE "*" TO WS_OPCIONES_OPERADOR
001920        DISPLAY "SIN OPERADORES CARGADOS: SE HABILITA AL "
001930                "OPERADOR " WS_OPERADOR " PARA LA CARGA INICIAL."
001940     ELSE
001950        PERFORM EVALUAR-OPERADOR
001960            VARYING WS_IDX_OPE FROM 1 BY 1
001970            UNTIL WS_IDX_OPE > WS_CANT_OPERADORES
001980               OR OPERADOR-HABILITADO
001990        IF NOT OPERADOR-HABILITADO
002000           DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA "
002010                   "HABILITADO PARA " WS_PROGRAMA "."
002020           MOVE 8 TO RETURN-CODE
002030           STOP RUN
002040        END-IF
002050        DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR
002060     END-IF.

002070 EVALUAR-OPERADOR.
002080     IF WS_OPER-CODIGO(WS_IDX_OPE) = WS_OPERADOR
002090        AND WS_OPER-PROGRAMA(WS_IDX_OPE) = WS_PROGRAMA
002100        SET OPERADOR-HABILITADO TO TRUE
002110        MOVE WS_OPER-NOMBRE(WS_IDX_OPE)   TO WS_NOMBRE_OPERADOR
002120        MOVE WS_OPER-OPCIONES(WS_IDX_OPE) TO WS_OPCIONES_OPERADOR
002130     END-IF.

002140*================================================================
002150* PROCESAR-MENU - MENU PRINCIPAL DEL MANTENIMIENTO DE OPERADORES
002160*================================================================
002170 PROCESAR-MENU.
002180     DISPLAY " ".
002190     DISPLAY "MANTENIMIENTO DE OPERADORES".
002200     DISPLAY "1 - ALTA DE OPERADOR/PROGRAMA".
002210     DISPLAY "2 - BAJA DE OPERADOR/PROGRAMA".
002220     DISPLAY "3 - MODIFICAR NOMBRE U OPCIONES".
002230     DISPLAY "4 - LISTAR OPERADORES".
002240     DISPLAY "9 - SALIR".
002250     DISPLAY "OPCION: " WITH NO ADVANCING.
002260     ACCEPT WS_OPCION.
002270     PERFORM VERIFICAR-OPCION.
002280     IF OPCION-HABILITADA
002290        PERFORM EJECUTAR-OPCION
002300     END-IF.

002310*================================================================
002320* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
002330* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
002340*================================================================
002350 EJECUTAR-OPCION.
002360     EVALUATE WS_OPCION
002370         WHEN 1 PERFORM ALTA-OPERADOR
002380         WHEN 2 PERFORM BAJA-OPERADOR
002390         WHEN 3 PERFORM MODIFICAR-OPERADOR
002400         WHEN 4 PERFORM LISTAR-OPERADORES
002410         WHEN 9 CONTINUE
002420         WHEN OTHER DISPLAY "OPCION INVALIDA"
002430     END-EVALUATE.

002440*================================================================
002450* PEDIR-CLAVE - PIDE OPERADOR Y PROGRAMA; EL OPERADOR NO PUEDE
002460* QUEDAR EN BLANCO Y EL PROGRAMA TIENE QUE SER UNO DE LOS QUE
002470* CONTROLAN OPERADORES
002480*================================================================
002490 PEDIR-CLAVE.
002500     DISPLAY "OPERADOR (HASTA 8): " WITH NO ADVANCING.
002510     MOVE SPACES TO WS_OPER_ENTRADA.
002520     ACCEPT WS_OPER_ENTRADA.
002530     DISPLAY "PROGRAMA: " WITH NO ADVANCING.
002540     MOVE SPACES TO WS_PROG_ENTRADA.
002550     ACCEPT WS_PROG_ENTRADA.
002560     SET CLAVE-VALIDA TO TRUE.
002570     IF WS_OPER_ENTRADA = SPACES
002580        SET CLAVE-INVALIDA TO TRUE
002590        DISPLAY "ERROR: EL OPERADOR ES OBLIGATORIO."
002600     ELSE
002610        IF NOT PROGRAMA-CONOCIDO
002620           SET CLAVE-INVALIDA TO TRUE
002630           DISPLAY "ERROR: PROGRAMA INEXISTENTE (MAEMANT, "
002640                   "MAETRASP, ESTMANT, BANMANT, ZONMANT, "
002650                   "CUOMANT, TASMANT, ADMMANT, CTBMANT, OPEMANT)."
002660        END-IF
002670     END-IF.

002680*================================================================
002690* PEDIR-OPCIONES - PIDE LAS OPCIONES DEL MENU HABILITADAS: "*"
002700* PARA TODAS, O LOS DIGITOS DE LAS OPCIONES (POR EJEMPLO "14").
002710* SE ACEPTAN SOLO DIGITOS Y BLANCOS; EN UNA MODIFICACION EL
002720* BLANCO CONSERVA LAS OPCIONES ACTUALES
002730*================================================================
002740 PEDIR-OPCIONES.
002750     DISPLAY "OPCIONES HABILITADAS (* = TODAS): "
002760             WITH NO ADVANCING.
002770     MOVE SPACES TO WS_OPCIONES_ENTRADA.
002780     ACCEPT WS_OPCIONES_ENTRADA.
002790     SET OPCIONES-VALIDAS TO TRUE.
002800     IF WS_OPCIONES_ENTRADA NOT = "*"
002810        PERFORM EVALUAR-CARACTER-OPCION
002820            VARYING WS_IDX_CAR FROM 1 BY 1
002830            UNTIL WS_IDX_CAR > 10
002840               OR OPCIONES-INVALIDAS
002850        IF OPCIONES-INVALIDAS
002860           DISPLAY "ERROR: LAS OPCIONES SON DIGITOS O *."
002870        END-IF
002880     END-IF.

002890 EVALUAR-CARACTER-OPCION.
002900     IF WS_OPCIONES_ENTRADA(WS_IDX_CAR:1) NOT = SPACE
002910        AND WS_OPCIONES_ENTRADA(WS_IDX_CAR:1) NOT NUMERIC
002920        SET OPCIONES-INVALIDAS TO TRUE
002930     END-IF.

002940*================================================================
002950* BUSCAR-CLAVE - BUSCA OPERADOR+PROGRAMA EN LA TABLA Y DEJA EL
002960* RESULTADO EN ENCONTRADO/WS_IDX_ENCONTRADO
002970*================================================================
002980 BUSCAR-CLAVE.
002990     SET NO-ENCONTRADO TO TRUE.
003000     MOVE 0 TO WS_IDX_ENCONTRADO.
003010     PERFORM EVALUAR-CLAVE
003020         VARYING WS_IDX_OPE FROM 1 BY 1
003030         UNTIL WS_IDX_OPE > WS_CANT_OPERADORES
003040            OR ENCONTRADO.

003050 EVALUAR-CLAVE.
003060     IF WS_OPER-CODIGO(WS_IDX_OPE) = WS_OPER_ENTRADA
003070        AND WS_OPER-PROGRAMA(WS_IDX_OPE) = WS_PROG_ENTRADA
003080        SET ENCONTRADO TO TRUE
003090        MOVE WS_IDX_OPE TO WS_IDX_ENCONTRADO
003100     END-IF.

003110*================================================================
003120* ALTA-OPERADOR - HABILITA A UN OPERADOR PARA UN PROGRAMA,
003130* RECHAZANDO DUPLICADOS. NOMBRE Y OPCIONES SON OBLIGATORIOS.
003132* CON LA TABLA VACIA SOLO SE ADMITE LA FILA DE OPEMANT DEL
003135* OPERADOR QUE ENTRO, CON TODAS LAS OPCIONES ("*"): SIN ELLA
003137* NADIE PODRIA VOLVER A ENTRAR AL MANTENIMIENTO
003140*================================================================
003150 ALTA-OPERADOR.
003160     PERFORM PEDIR-CLAVE.
003161     IF CLAVE-VALIDA AND WS_CANT_OPERADORES = 0
003162        AND (WS_OPER_ENTRADA NOT = WS_OPERADOR
003163             OR WS_PROG_ENTRADA NOT = WS_PROGRAMA)
003165        SET CLAVE-INVALIDA TO TRUE
003166        DISPLAY "ERROR: LA PRIMERA ALTA TIENE QUE SER LA FILA "
003167                "DE OPEMANT DEL OPERADOR " WS_OPERADOR "."
003168     END-IF.
003170     IF CLAVE-VALIDA
003180        PERFORM BUSCAR-CLAVE
003190        IF ENCONTRADO
003200           DISPLAY "ERROR: EL OPERADOR YA ESTA HABILITADO PARA "
003210                   "ESE PROGRAMA."
003220        ELSE
003230           IF WS_CANT_OPERADORES NOT < WS_MAX_OPERADORES
003240              DISPLAY "ERROR: TABLA DE OPERADORES LLENA."
003250           ELSE
003260              DISPLAY "NOMBRE (HASTA 30): " WITH NO ADVANCING
003270              MOVE SPACES TO WS_NOMBRE_ENTRADA
003280              ACCEPT WS_NOMBRE_ENTRADA
003290              PERFORM PEDIR-OPCIONES
003300              IF WS_NOMBRE_ENTRADA = SPACES
003310                 OR WS_OPCIONES_ENTRADA = SPACES
003320                 DISPLAY "ERROR: NOMBRE Y OPCIONES SON "
003330                         "OBLIGATORIOS."
003340              ELSE
003341                 IF WS_CANT_OPERADORES = 0 AND OPCIONES-VALIDAS
003342                    AND WS_OPCIONES_ENTRADA NOT = "*"
003344                    SET OPCIONES-INVALIDAS TO TRUE
003345                    DISPLAY "ERROR: LA PRIMERA ALTA VA CON TODAS "
003347                            "LAS OPCIONES (*)."
003348                 END-IF
003350                 IF OPCIONES-VALIDAS
003360                    ADD 1 TO WS_CANT_OPERADORES
003370                    MOVE WS_CANT_OPERADORES TO WS_IDX_ENCONTRADO
003380                    MOVE WS_OPER_ENTRADA
003390                         TO WS_OPER-CODIGO(WS_IDX_ENCONTRADO)
003400                    MOVE WS_PROG_ENTRADA
003410                         TO WS_OPER-PROGRAMA(WS_IDX_ENCONTRADO)
003420                    MOVE WS_NOMBRE_ENTRADA
003430                         TO WS_OPER-NOMBRE(WS_IDX_ENCONTRADO)
003440                    MOVE WS_OPCIONES_ENTRADA
003450                         TO WS_OPER-OPCIONES(WS_IDX_ENCONTRADO)
003460                    PERFORM GRABAR-TABLA
003470                    MOVE SPACES TO WS_BITACORA
003480                    MOVE "A" TO WS_BIT-OPERACION
003490                    MOVE WS_OPERADOR-FILA(WS_IDX_ENCONTRADO)
003500                         TO WS_BIT-DESPUES
003510                    PERFORM ASENTAR-OPERADOR
003520                    DISPLAY "OPERADOR HABILITADO."
003530                 END-IF
003540              END-IF
003550           END-IF
003560        END-IF
003570     END-IF.

003580*================================================================
003590* MODIFICAR-OPERADOR - CAMBIA EL NOMBRE O LAS OPCIONES DE UNA
003600* FILA EXISTENTE (EN BLANCO = CONSERVA EL VALOR ACTUAL). RIGE
003610* DESDE EL PROXIMO ARRANQUE DEL PROGRAMA AFECTADO
003620*================================================================
003630 MODIFICAR-OPERADOR.
003640     PERFORM PEDIR-CLAVE.
003650     IF CLAVE-VALIDA
003660        PERFORM BUSCAR-CLAVE
003670        IF NO-ENCONTRADO
003680           DISPLAY "ERROR: EL OPERADOR NO ESTA HABILITADO PARA "
003690                   "ESE PROGRAMA."
003700        ELSE
003710           MOVE WS_IDX_ENCONTRADO TO WS_IDX_OPE
003720           PERFORM MOSTRAR-OPERADOR
003730           DISPLAY "(EN BLANCO = CONSERVA EL VALOR ACTUAL)"
003740           DISPLAY "NOMBRE (HASTA 30): " WITH NO ADVANCING
003750           MOVE SPACES TO WS_NOMBRE_ENTRADA
003760           ACCEPT WS_NOMBRE_ENTRADA
003770           PERFORM PEDIR-OPCIONES
003780           IF OPCIONES-VALIDAS
003790              MOVE SPACES TO WS_BITACORA
003800              MOVE "M" TO WS_BIT-OPERACION
003810              MOVE WS_OPERADOR-FILA(WS_IDX_ENCONTRADO)
003820                   TO WS_BIT-ANTES
003830              PERFORM APLICAR-MODIFICACION
003840              PERFORM GRABAR-TABLA
003850              MOVE WS_OPERADOR-FILA(WS_IDX_ENCONTRADO)
003860                   TO WS_BIT-DESPUES
003870              PERFORM ASENTAR-OPERADOR
003880              DISPLAY "OPERADOR MODIFICADO."
003890           END-IF
003900        END-IF
003910     END-IF.

003920 APLICAR-MODIFICACION.
003930     IF WS_NOMBRE_ENTRADA NOT = SPACES
003940        MOVE WS_NOMBRE_ENTRADA
003950             TO WS_OPER-NOMBRE(WS_IDX_ENCONTRADO)
003960     END-IF.
003970     IF WS_OPCIONES_ENTRADA NOT = SPACES
003980        MOVE WS_OPCIONES_ENTRADA
003990             TO WS_OPER-OPCIONES(WS_IDX_ENCONTRADO)
004000     END-IF.

004010*================================================================
004020* BAJA-OPERADOR - RETIRA LA HABILITACION DE UN OPERADOR PARA UN
004030* PROGRAMA. LA PROPIA FILA DE OPEMANT DEL OPERADOR QUE ESTA
004040* TRABAJANDO NO SE PUEDE DAR DE BAJA: LO TIENE QUE HACER OTRO
004050*================================================================
004060 BAJA-OPERADOR.
004070     PERFORM PEDIR-CLAVE.
004080     IF CLAVE-VALIDA
004090        PERFORM BUSCAR-CLAVE
004100        IF NO-ENCONTRADO
004110           DISPLAY "ERROR: EL OPERADOR NO ESTA HABILITADO PARA "
004120                   "ESE PROGRAMA."
004130        ELSE
004140           IF WS_OPER_ENTRADA = WS_OPERADOR
004150              AND WS_PROG_ENTRADA = WS_PROGRAMA
004160              DISPLAY "ERROR: NO SE PUEDE DAR DE BAJA LA PROPIA "
004170                      "HABILITACION PARA OPEMANT."
004180           ELSE
004190              MOVE SPACES TO WS_BITACORA
004200              MOVE "B" TO WS_BIT-OPERACION
004210              MOVE WS_OPERADOR-FILA(WS_IDX_ENCONTRADO)
004220                   TO WS_BIT-ANTES
004230              PERFORM ELIMINAR-DE-TABLA
004240              PERFORM GRABAR-TABLA
004250              PERFORM ASENTAR-OPERADOR
004260              DISPLAY "HABILITACION DADA DE BAJA."
004270           END-IF
004280        END-IF
004290     END-IF.

004300*================================================================
004310* ASENTAR-OPERADOR - COMPLETA CATALOGO Y CLAVE (OPERADOR Y
004320* PROGRAMA) DEL CAMBIO ARMADO EN WS_BITACORA Y LO GRABA EN LA
004330* BITACORA
004340*================================================================
004350 ASENTAR-OPERADOR.
004360     MOVE "OPERADORES"    TO WS_BIT-CATALOGO.
004370     MOVE WS_OPER_ENTRADA TO WS_BIT-CLAVE(1:8).
004380     MOVE WS_PROG_ENTRADA TO WS_BIT-CLAVE(9:8).
004390     PERFORM GRABAR-BITACORA.

004400*================================================================
004410* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
004420* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
004430*================================================================
004440 ELIMINAR-DE-TABLA.
004450     PERFORM CORRER-OPERADOR
004460         VARYING WS_IDX_OPE FROM WS_IDX_ENCONTRADO BY 1
004470         UNTIL WS_IDX_OPE NOT < WS_CANT_OPERADORES.
004480     SUBTRACT 1 FROM WS_CANT_OPERADORES.

004490 CORRER-OPERADOR.
004500     MOVE WS_OPERADOR-FILA(WS_IDX_OPE + 1)
004510          TO WS_OPERADOR-FILA(WS_IDX_OPE).

004520*================================================================
004530* LISTAR-OPERADORES - MUESTRA LA TABLA COMPLETA POR CONSOLA
004540*================================================================
004550 LISTAR-OPERADORES.
004560     PERFORM MOSTRAR-OPERADOR
004570         VARYING WS_IDX_OPE FROM 1 BY 1
004580         UNTIL WS_IDX_OPE > WS_CANT_OPERADORES.

004590 MOSTRAR-OPERADOR.
004600     DISPLAY WS_OPER-CODIGO(WS_IDX_OPE) "  "
004610             WS_OPER-PROGRAMA(WS_IDX_OPE) "  "
004620             WS_OPER-NOMBRE(WS_IDX_OPE) "  OPCIONES "
004630             WS_OPER-OPCIONES(WS_IDX_OPE).

004640*================================================================
004650* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
004660* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
004670* ESTA PERMITIDO.
004680*================================================================
004690 VERIFICAR-OPCION.
004700     SET OPCION-HABILITADA TO TRUE.
004710     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
004720        MOVE WS_OPCION TO WS_OPCION_ALFA
004730        MOVE 0 TO WS_CANT_OPCION
004740        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
004750            FOR ALL WS_OPCION_ALFA
004760        IF WS_CANT_OPCION = 0
004770           MOVE "N" TO WS_SW_OPCION
004780           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
004790                   "OPERADOR " WS_OPERADOR "."
004800        END-IF
004810     END-IF.

004820*================================================================
004830* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
004840* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
004850* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
004860* QUE ACUMULA Y NUNCA SE TRUNCA.
004870*================================================================
004880 GRABAR-BITACORA.
004890     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
004900     ACCEPT WS_HORA_BITACORA FROM TIME.
004910     OPEN EXTEND BITACORA.
004920     IF FS_BIT = "35"
004930        OPEN OUTPUT BITACORA
004940     END-IF.
004950     IF FS_BIT NOT = "00"
004960        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
004970        STOP RUN
004980     END-IF.
004990     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
005000     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
005010     MOVE WS_OPERADOR       TO BIT-OPERADOR.
005020     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
005030     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
005040     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
005050     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
005060     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
005070     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
005080     WRITE REG-BITACORA.
005090     IF FS_BIT NOT = "00"
005100        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
005110        STOP RUN
005120     END-IF.
005130     CLOSE BITACORA.
