000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BITCONS.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. CONSULTA DE LA BITACORA DE
000110*                  CATALOGOS (BITACORA-CATALOGOS.DAT, COPY BITREC)
000120*                  AL ESTILO DE MAEAUD: RECORRE LA BITACORA Y
000130*                  MUESTRA POR CONSOLA LOS CAMBIOS DE UN CATALOGO,
000140*                  DE UNA CLAVE DE UN CATALOGO, DE UN OPERADOR O
000150*                  DE UN RANGO DE FECHAS, CON FECHA Y HORA,
000160*                  OPERADOR, PROGRAMA, OPERACION E IMAGENES
000170*                  ANTES/DESPUES, PARA RESPONDER QUIEN CAMBIO UNA
000180*                  CUOTA O HABILITO UN BANCO.
000190*================================================================

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT BITACORA     ASSIGN TO DISK
000240                          FILE STATUS IS FS_BIT.

000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  BITACORA LABEL RECORD IS STANDARD
000280            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000290     COPY BITREC.

000300 WORKING-STORAGE SECTION.
000310 77  FS_BIT                PIC XX.
000320 77  WS_OPCION             PIC 9(01) VALUE 0.
000330 77  WS_CATALOGO_ENTRADA   PIC X(15) VALUE SPACES.
000340 77  WS_CLAVE_ENTRADA      PIC X(25) VALUE SPACES.
000350 77  WS_OPERADOR_ENTRADA   PIC X(08) VALUE SPACES.
000360 77  WS_FECHA_DESDE        PIC 9(08) VALUE 0.
000370 77  WS_FECHA_HASTA        PIC 9(08) VALUE 0.
000380 77  WS_CANT_CAMBIOS       PIC 9(06) VALUE 0.
000390 77  WS_DESCRIP_OPERACION  PIC X(12) VALUE SPACES.

000400 01  WS_SWITCHES.
000410     03 WS_SW_FIN_BIT      PIC X(01) VALUE "N".
000420        88 FIN-BIT                   VALUE "S".
000430     03 WS_SW_FILTRO_OK    PIC X(01) VALUE "N".
000440        88 FILTRO-VALIDO             VALUE "S".
000450        88 FILTRO-INVALIDO           VALUE "N".
000460     03 WS_SW_COINCIDE     PIC X(01) VALUE "N".
000470        88 COINCIDE                  VALUE "S".
000480        88 NO-COINCIDE               VALUE "N".

000490 PROCEDURE DIVISION.
000500     PERFORM PROCESAR-MENU UNTIL WS_OPCION = 9.
000510     STOP RUN.

000520*================================================================
000530* PROCESAR-MENU - MENU PRINCIPAL DE LA CONSULTA: CADA OPCION PIDE
000540* SU FILTRO Y RECORRE LA BITACORA COMPLETA
000550*================================================================
000560 PROCESAR-MENU.
000570     DISPLAY " ".
000580     DISPLAY "CONSULTA DE LA BITACORA DE CATALOGOS".
000590     DISPLAY "1 - POR CATALOGO".
000600     DISPLAY "2 - POR CATALOGO Y CLAVE".
000610     DISPLAY "3 - POR OPERADOR".
000620     DISPLAY "4 - POR RANGO DE FECHAS".
000630     DISPLAY "9 - SALIR".
000640     DISPLAY "OPCION: " WITH NO ADVANCING.
000650     ACCEPT WS_OPCION.
000660     EVALUATE WS_OPCION
000670         WHEN 1 THRU 4
000680              PERFORM PEDIR-FILTRO
000690              IF FILTRO-VALIDO
000700                 PERFORM LISTAR-BITACORA
000710              END-IF
000720         WHEN 9 CONTINUE
000730         WHEN OTHER DISPLAY "OPCION INVALIDA"
000740     END-EVALUATE.

000750*================================================================
000760* PEDIR-FILTRO - PIDE LOS DATOS DEL FILTRO QUE CORRESPONDEN A LA
000770* OPCION. LA CLAVE SE INGRESA TAL COMO LA GRABA EL PROGRAMA DE
000780* MANTENIMIENTO (CUIT DE 15 DIGITOS, ENTIDAD+SUCURSAL, ...)
000790*================================================================
000800 PEDIR-FILTRO.
000810     SET FILTRO-VALIDO TO TRUE.
000820     IF WS_OPCION = 1 OR WS_OPCION = 2
000830        DISPLAY "CATALOGO (CUOTAS, BANCOS, ESTADOS, ...): "
000840                WITH NO ADVANCING
000850        MOVE SPACES TO WS_CATALOGO_ENTRADA
000860        ACCEPT WS_CATALOGO_ENTRADA
000870        IF WS_CATALOGO_ENTRADA = SPACES
000880           SET FILTRO-INVALIDO TO TRUE
000890           DISPLAY "ERROR: EL CATALOGO ES OBLIGATORIO."
000900        END-IF
000910     END-IF.
000920     IF WS_OPCION = 2 AND FILTRO-VALIDO
000930        DISPLAY "CLAVE: " WITH NO ADVANCING
000940        MOVE SPACES TO WS_CLAVE_ENTRADA
000950        ACCEPT WS_CLAVE_ENTRADA
000960     END-IF.
000970     IF WS_OPCION = 3
000980        DISPLAY "OPERADOR: " WITH NO ADVANCING
000990        MOVE SPACES TO WS_OPERADOR_ENTRADA
001000        ACCEPT WS_OPERADOR_ENTRADA
001010     END-IF.
001020     IF WS_OPCION = 4
001030        DISPLAY "FECHA DESDE (AAAAMMDD): " WITH NO ADVANCING
001040        MOVE 0 TO WS_FECHA_DESDE
001050        ACCEPT WS_FECHA_DESDE
001060        DISPLAY "FECHA HASTA (AAAAMMDD): " WITH NO ADVANCING
001070        MOVE 0 TO WS_FECHA_HASTA
001080        ACCEPT WS_FECHA_HASTA
001090        IF WS_FECHA_HASTA < WS_FECHA_DESDE
001100           SET FILTRO-INVALIDO TO TRUE
001110           DISPLAY "ERROR: LA FECHA HASTA ES ANTERIOR A LA DESDE."
001120        END-IF
001130     END-IF.

001140*================================================================
001150* LISTAR-BITACORA - RECORRE LA BITACORA COMPLETA MOSTRANDO LOS
001160* CAMBIOS QUE CUMPLEN EL FILTRO, EN ORDEN DE GRABACION
001170*================================================================
001180 LISTAR-BITACORA.
001190     MOVE 0 TO WS_CANT_CAMBIOS.
001200     MOVE "N" TO WS_SW_FIN_BIT.
001210     OPEN INPUT BITACORA.
001220     IF FS_BIT = "35"
001230        DISPLAY "NO EXISTE LA BITACORA DE CATALOGOS TODAVIA."
001240     ELSE
001250        IF FS_BIT NOT = "00"
001260           DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
001270           STOP RUN
001280        END-IF
001290        PERFORM LEER-BITACORA UNTIL FIN-BIT
001300        CLOSE BITACORA
001310        IF WS_CANT_CAMBIOS = 0
001320           DISPLAY "SIN CAMBIOS PARA EL FILTRO PEDIDO."
001330        ELSE
001340           DISPLAY " "
001350           DISPLAY "CAMBIOS LISTADOS: " WS_CANT_CAMBIOS
001360        END-IF
001370     END-IF.

001380 LEER-BITACORA.
001390     READ BITACORA
001400         AT END
001410             SET FIN-BIT TO TRUE
001420         NOT AT END
001430             PERFORM EVALUAR-CAMBIO
001440     END-READ.
001450     IF FS_BIT NOT = "00" AND FS_BIT NOT = "10"
001460        DISPLAY "Error al leer Bitacora de Catalogos: " FS_BIT
001470        STOP RUN
001480     END-IF.

001490 EVALUAR-CAMBIO.
001500     SET NO-COINCIDE TO TRUE.
001510     EVALUATE WS_OPCION
001520         WHEN 1
001530              IF BIT-CATALOGO = WS_CATALOGO_ENTRADA
001540                 SET COINCIDE TO TRUE
001550              END-IF
001560         WHEN 2
001570              IF BIT-CATALOGO = WS_CATALOGO_ENTRADA
001580                 AND BIT-CLAVE = WS_CLAVE_ENTRADA
001590                 SET COINCIDE TO TRUE
001600              END-IF
001610         WHEN 3
001620              IF BIT-OPERADOR = WS_OPERADOR_ENTRADA
001630                 SET COINCIDE TO TRUE
001640              END-IF
001650         WHEN 4
001660              IF BIT-FECHA NOT < WS_FECHA_DESDE
001670                 AND BIT-FECHA NOT > WS_FECHA_HASTA
001680                 SET COINCIDE TO TRUE
001690              END-IF
001700     END-EVALUATE.
001710     IF COINCIDE
001720        ADD 1 TO WS_CANT_CAMBIOS
001730        PERFORM MOSTRAR-CAMBIO
001740     END-IF.

001750*================================================================
001760* MOSTRAR-CAMBIO - UN CAMBIO DE LA BITACORA: ENCABEZADO CON
001770* FECHA/HORA, OPERADOR, PROGRAMA, CATALOGO, CLAVE Y OPERACION, Y
001780* LAS IMAGENES ANTES Y DESPUES EN DOS MITADES DE 100 POSICIONES
001790* (CON EL LAYOUT DEL ARCHIVO DEL CATALOGO). UNA IMAGEN ANTERIOR
001800* EN BLANCO ES UN ALTA Y UNA POSTERIOR EN BLANCO UNA BAJA.
001810*================================================================
001820 MOSTRAR-CAMBIO.
001830     EVALUATE TRUE
001840         WHEN BIT-ES-ALTA
001850              MOVE "ALTA" TO WS_DESCRIP_OPERACION
001860         WHEN BIT-ES-MODIFICACION
001870              MOVE "MODIFICACION" TO WS_DESCRIP_OPERACION
001880         WHEN BIT-ES-BAJA
001890              MOVE "BAJA" TO WS_DESCRIP_OPERACION
001900         WHEN OTHER
001910              MOVE BIT-OPERACION TO WS_DESCRIP_OPERACION
001920     END-EVALUATE.
001930     DISPLAY " ".
001940     DISPLAY "CAMBIO " WS_CANT_CAMBIOS
001950             "  FECHA " BIT-FECHA
001960             "  HORA " BIT-HORA
001970             "  OPERADOR " BIT-OPERADOR
001980             "  PROGRAMA " BIT-PROGRAMA.
001990     DISPLAY "  CATALOGO " BIT-CATALOGO
002000             "  CLAVE " BIT-CLAVE
002010             "  " WS_DESCRIP_OPERACION.
002020     IF BIT-IMAGEN-ANTES = SPACES
002030        DISPLAY "  ANTES..: (SIN REGISTRO, ALTA)"
002040     ELSE
002050        DISPLAY "  ANTES..: " BIT-IMAGEN-ANTES(1:100)
002060        IF BIT-IMAGEN-ANTES(101:100) NOT = SPACES
002070           DISPLAY "           " BIT-IMAGEN-ANTES(101:100)
002080        END-IF
002090     END-IF.
002100     IF BIT-IMAGEN-DESPUES = SPACES
002110        DISPLAY "  DESPUES: (SIN REGISTRO, BAJA)"
002120     ELSE
002130        DISPLAY "  DESPUES: " BIT-IMAGEN-DESPUES(1:100)
002140        IF BIT-IMAGEN-DESPUES(101:100) NOT = SPACES
002150           DISPLAY "           " BIT-IMAGEN-DESPUES(101:100)
002160        END-IF
002170     END-IF.
