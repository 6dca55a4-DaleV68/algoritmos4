000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTBMANT.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. MANTENIMIENTO DE
000110*                  CONCEPTOS-CONTABLES.DAT (CUENTA DEL MAYOR QUE
000120*                  SE DEBITA Y QUE SE ACREDITA POR CADA CONCEPTO
000130*                  DE LA INTERFAZ CONTABLE, COPY CTBTAB) AL
000140*                  ESTILO DE TASMANT: ALTA, BAJA, MODIFICACION Y
000150*                  LISTADO, CON CONTROL DE DUPLICADOS. SOLO SE
000160*                  ACEPTAN LOS CONCEPTOS QUE GENERA LA INTERFAZ
000170*                  (FCU, FRG, COB, RCH, CB2). LA INTERFAZ
000180*                  CONTABLE (INTCONT) CONSUME ESTE ARCHIVO.
000181* 2026-10-15  DLV  AL ARRANCAR PIDE EL OPERADOR Y LO BUSCA EN
000182*                  OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE
000183*                  OPEMANT): SIN FILA PARA ESTE PROGRAMA NO SE
000184*                  LO PUEDE USAR, Y CADA OPCION DEL MENU SE
000185*                  CONTROLA CONTRA LAS HABILITADAS AL OPERADOR.
000186*                  CADA ALTA, BAJA O MODIFICACION DE CONCEPTO SE
000187*                  ASIENTA EN BITACORA-CATALOGOS.DAT (COPY BITREC)
000188*                  CON OPERADOR, FECHA, HORA E IMAGENES DEL
000189*                  REGISTRO ANTES Y DESPUES.
000190*================================================================

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CONCEPTOS    ASSIGN TO DISK
000240                          FILE STATUS IS FS_CTB.

000242     SELECT OPERADORES   ASSIGN TO DISK
000244                          FILE STATUS IS FS_OPE.

000246     SELECT BITACORA     ASSIGN TO DISK
000248                          FILE STATUS IS FS_BIT.

000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  CONCEPTOS LABEL RECORD IS STANDARD
000280           VALUE OF FILE-ID IS "conceptos-contables.dat".

000290 01  CTB.
000300     03 CTB-CONCEPTO            PIC X(03).
000310     03 CTB-DESCRIP             PIC X(25).
000320     03 CTB-CTA-DEBE            PIC X(10).
000330     03 CTB-CTA-HABER           PIC X(10).

000331 FD  OPERADORES LABEL RECORD IS STANDARD
000332            VALUE OF FILE-ID IS "operadores.dat".

000333     COPY OPEREC.

000334 FD  BITACORA LABEL RECORD IS STANDARD
000335            VALUE OF FILE-ID IS "bitacora-catalogos.dat".

000336     COPY BITREC.

000340 WORKING-STORAGE SECTION.
000350 77  FS_CTB                PIC XX.
000360 77  WS_OPCION             PIC 9(01) VALUE 0.
000370 77  WS_DESCRIP_ENTRADA    PIC X(25) VALUE SPACES.
000380 77  WS_CTA_DEBE_ENTRADA   PIC X(10) VALUE SPACES.
000390 77  WS_CTA_HABER_ENTRADA  PIC X(10) VALUE SPACES.
000400 77  WS_IDX_ENCONTRADO     PIC 9(04) VALUE 0.
000410 77  WS_IDX_CTB            PIC 9(04) VALUE 0.
000420 77  WS_MAX_CONCEPTOS      PIC 9(04) VALUE 20.

000430 01  WS_CONCEPTO_ENTRADA   PIC X(03) VALUE SPACES.
000440     88 CONCEPTO-CONOCIDO  VALUE "FCU" "FRG" "COB" "RCH" "CB2".

000450     COPY CTBTAB.

000451 77  FS_OPE                PIC XX.
000452 77  FS_BIT                PIC XX.
000453 77  WS_PROGRAMA           PIC X(08) VALUE "CTBMANT".
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
000500     03 WS_SW_CONCEPTO_OK  PIC X(01) VALUE "N".
000510        88 CONCEPTO-VALIDO           VALUE "S".
000520        88 CONCEPTO-INVALIDO         VALUE "N".
000530     03 WS_SW_CUENTAS_OK   PIC X(01) VALUE "N".
000540        88 CUENTAS-VALIDAS           VALUE "S".
000550        88 CUENTAS-INVALIDAS         VALUE "N".
000552     03 WS_SW_OPERADOR     PIC X(01) VALUE "N".
000554        88 OPERADOR-HABILITADO       VALUE "S".
000556     03 WS_SW_OPCION       PIC X(01) VALUE "N".
000558        88 OPCION-HABILITADA         VALUE "S".

000560 PROCEDURE DIVISION.
000570     PERFORM INICIALIZAR.
000580     PERFORM CARGAR-TABLA.
000590     PERFORM PROCESAR-MENU UNTIL WS_OPCION = 9.
000600     STOP RUN.

000610*================================================================
000620* INICIALIZAR - APERTURA INICIAL DEL ARCHIVO DE CONCEPTOS. UN
000630* ARCHIVO QUE TODAVIA NO EXISTE ARRANCA VACIO (LA PRIMERA ALTA
000640* LO CREA).
000650*================================================================
000660 INICIALIZAR.
000665     PERFORM IDENTIFICAR-OPERADOR.
000670     OPEN INPUT CONCEPTOS.
000680     IF FS_CTB = "35"
000690        MOVE "10" TO FS_CTB
000700        DISPLAY "NO EXISTE CONCEPTOS-CONTABLES.DAT, SE ARRANCA "
000710                "CON EL ARCHIVO VACIO."
000720     ELSE
000730        IF FS_CTB NOT = "00"
000740           DISPLAY "Error al abrir Conceptos Contables: " FS_CTB
000750           STOP RUN
000760        END-IF
000770     END-IF.

000780*================================================================
000790* CARGAR-TABLA - LEE CONCEPTOS-CONTABLES.DAT COMPLETO A
000800* WS_TABLA_CONCEPTOS
000810*================================================================
000820 CARGAR-TABLA.
000830     MOVE 0 TO WS_CANT_CONCEPTOS.
000840     IF FS_CTB = "00"
000850        PERFORM LEER-CONCEPTO
000860            UNTIL FS_CTB = "10"
000870               OR WS_CANT_CONCEPTOS = WS_MAX_CONCEPTOS
000880        IF WS_CANT_CONCEPTOS = WS_MAX_CONCEPTOS
000890           AND FS_CTB NOT = "10"
000900           DISPLAY "ADVERTENCIA: TABLA LLENA (" WS_MAX_CONCEPTOS
000910                   "), SE IGNORA EL RESTO DE "
000920                   "CONCEPTOS-CONTABLES.DAT"
000930        END-IF
000940        CLOSE CONCEPTOS
000950     END-IF.
000960     DISPLAY "CONCEPTOS CARGADOS: " WS_CANT_CONCEPTOS.

000970 LEER-CONCEPTO.
000980     READ CONCEPTOS
000990         AT END
001000             MOVE "10" TO FS_CTB
001010         NOT AT END
001020             ADD 1 TO WS_CANT_CONCEPTOS
001030             MOVE CTB-CONCEPTO
001040                  TO WS_CONC-CODIGO(WS_CANT_CONCEPTOS)
001050             MOVE CTB-DESCRIP
001060                  TO WS_CONC-DESCRIP(WS_CANT_CONCEPTOS)
001070             MOVE CTB-CTA-DEBE
001080                  TO WS_CONC-CTA-DEBE(WS_CANT_CONCEPTOS)
001090             MOVE CTB-CTA-HABER
001100                  TO WS_CONC-CTA-HABER(WS_CANT_CONCEPTOS)
001110     END-READ.

001120*================================================================
001130* GRABAR-TABLA - REGRABA CONCEPTOS-CONTABLES.DAT COMPLETO DESDE
001140* LA TABLA
001150*================================================================
001160 GRABAR-TABLA.
001170     OPEN OUTPUT CONCEPTOS.
001180     IF FS_CTB NOT = "00"
001190        DISPLAY "Error al grabar Conceptos Contables: " FS_CTB
001200        STOP RUN
001210     END-IF.
001220     PERFORM ESCRIBIR-CONCEPTO
001230         VARYING WS_IDX_CTB FROM 1 BY 1
001240         UNTIL WS_IDX_CTB > WS_CANT_CONCEPTOS.
001250     CLOSE CONCEPTOS.

001260 ESCRIBIR-CONCEPTO.
001270     MOVE WS_CONC-CODIGO(WS_IDX_CTB)    TO CTB-CONCEPTO.
001280     MOVE WS_CONC-DESCRIP(WS_IDX_CTB)   TO CTB-DESCRIP.
001290     MOVE WS_CONC-CTA-DEBE(WS_IDX_CTB)  TO CTB-CTA-DEBE.
001300     MOVE WS_CONC-CTA-HABER(WS_IDX_CTB) TO CTB-CTA-HABER.
001310     WRITE CTB.
001320     IF FS_CTB NOT = "00"
001330        DISPLAY "Error al grabar Conceptos Contables: " FS_CTB
001340        STOP RUN
001350     END-IF.

001360*================================================================
001370* PROCESAR-MENU - MENU PRINCIPAL DEL MANTENIMIENTO DE CONCEPTOS
001380*================================================================
001390 PROCESAR-MENU.
001400     DISPLAY " ".
001410     DISPLAY "MANTENIMIENTO DE CONCEPTOS CONTABLES".
001420     DISPLAY "1 - ALTA DE CONCEPTO".
001430     DISPLAY "2 - BAJA DE CONCEPTO".
001440     DISPLAY "3 - MODIFICAR CONCEPTO".
001450     DISPLAY "4 - LISTAR CONCEPTOS".
001460     DISPLAY "9 - SALIR".
001470     DISPLAY "OPCION: " WITH NO ADVANCING.
001480     ACCEPT WS_OPCION.
001481     PERFORM VERIFICAR-OPCION.
001482     IF OPCION-HABILITADA
001483        PERFORM EJECUTAR-OPCION
001484     END-IF.

001485*================================================================
001486* EJECUTAR-OPCION - DERIVA LA OPCION ELEGIDA, YA VERIFICADA
001487* CONTRA LAS QUE TIENE HABILITADAS EL OPERADOR
001488*================================================================
001489 EJECUTAR-OPCION.
001490     EVALUATE WS_OPCION
001500         WHEN 1 PERFORM ALTA-CONCEPTO
001510         WHEN 2 PERFORM BAJA-CONCEPTO
001520         WHEN 3 PERFORM MODIFICAR-CONCEPTO
001530         WHEN 4 PERFORM LISTAR-CONCEPTOS
001540         WHEN 9 CONTINUE
001550         WHEN OTHER DISPLAY "OPCION INVALIDA"
001560     END-EVALUATE.

001570*================================================================
001580* PEDIR-CLAVE - PIDE EL CODIGO DE CONCEPTO; UN CODIGO QUE LA
001590* INTERFAZ NO GENERA CORTA LA OPERACION
001600*================================================================
001610 PEDIR-CLAVE.
001620     DISPLAY "CONCEPTO (FCU/FRG/COB/RCH/CB2): "
001630             WITH NO ADVANCING.
001640     ACCEPT WS_CONCEPTO_ENTRADA.
001650     SET CONCEPTO-VALIDO TO TRUE.
001660     IF NOT CONCEPTO-CONOCIDO
001670        SET CONCEPTO-INVALIDO TO TRUE
001680        DISPLAY "ERROR: CONCEPTO INEXISTENTE."
001690     END-IF.

001700*================================================================
001710* PEDIR-CUENTAS - PIDE LA DESCRIPCION Y LAS CUENTAS DEL MAYOR
001720* DEL DEBE Y DEL HABER; LAS DOS SON OBLIGATORIAS Y NO PUEDEN
001730* SER LA MISMA
001740*================================================================
001750 PEDIR-CUENTAS.
001760     DISPLAY "DESCRIPCION: " WITH NO ADVANCING.
001770     ACCEPT WS_DESCRIP_ENTRADA.
001780     DISPLAY "CUENTA DEL DEBE: " WITH NO ADVANCING.
001790     ACCEPT WS_CTA_DEBE_ENTRADA.
001800     DISPLAY "CUENTA DEL HABER: " WITH NO ADVANCING.
001810     ACCEPT WS_CTA_HABER_ENTRADA.
001820     SET CUENTAS-VALIDAS TO TRUE.
001830     IF WS_CTA_DEBE_ENTRADA = SPACES
001840        OR WS_CTA_HABER_ENTRADA = SPACES
001850        SET CUENTAS-INVALIDAS TO TRUE
001860        DISPLAY "ERROR: LAS DOS CUENTAS SON OBLIGATORIAS."
001870     ELSE
001880        IF WS_CTA_DEBE_ENTRADA = WS_CTA_HABER_ENTRADA
001890           SET CUENTAS-INVALIDAS TO TRUE
001900           DISPLAY "ERROR: DEBE Y HABER NO PUEDEN SER LA MISMA "
001910                   "CUENTA."
001920        END-IF
001930     END-IF.

001940*================================================================
001950* BUSCAR-CLAVE - BUSCA EL CONCEPTO EN LA TABLA Y DEJA EL
001960* RESULTADO EN ENCONTRADO/WS_IDX_ENCONTRADO
001970*================================================================
001980 BUSCAR-CLAVE.
001990     SET NO-ENCONTRADO TO TRUE.
002000     MOVE 0 TO WS_IDX_ENCONTRADO.
002010     PERFORM EVALUAR-CLAVE
002020         VARYING WS_IDX_CTB FROM 1 BY 1
002030         UNTIL WS_IDX_CTB > WS_CANT_CONCEPTOS
002040            OR ENCONTRADO.

002050 EVALUAR-CLAVE.
002060     IF WS_CONC-CODIGO(WS_IDX_CTB) = WS_CONCEPTO_ENTRADA
002070        SET ENCONTRADO TO TRUE
002080        MOVE WS_IDX_CTB TO WS_IDX_ENCONTRADO
002090     END-IF.

002100*================================================================
002110* ALTA-CONCEPTO - AGREGA LAS CUENTAS DE UN CONCEPTO, RECHAZANDO
002120* DUPLICADOS
002130*================================================================
002140 ALTA-CONCEPTO.
002150     PERFORM PEDIR-CLAVE.
002160     IF CONCEPTO-VALIDO
002170        PERFORM BUSCAR-CLAVE
002180        IF ENCONTRADO
002190           DISPLAY "ERROR: EL CONCEPTO YA TIENE CUENTAS."
002200        ELSE
002210           IF WS_CANT_CONCEPTOS NOT < WS_MAX_CONCEPTOS
002220              DISPLAY "ERROR: TABLA DE CONCEPTOS LLENA."
002230           ELSE
002240              PERFORM PEDIR-CUENTAS
002250              IF CUENTAS-VALIDAS
002260                 ADD 1 TO WS_CANT_CONCEPTOS
002270                 MOVE WS_CONCEPTO_ENTRADA
002280                      TO WS_CONC-CODIGO(WS_CANT_CONCEPTOS)
002290                 PERFORM GUARDAR-CUENTAS-EN-TABLA
002300                 PERFORM GRABAR-TABLA
002301                 MOVE SPACES TO WS_BITACORA
002302                 MOVE "A" TO WS_BIT-OPERACION
002303                 MOVE WS_CONCEPTO(WS_IDX_ENCONTRADO)
002304                      TO WS_BIT-DESPUES
002305                 PERFORM ASENTAR-CONCEPTO
002310                 DISPLAY "CONCEPTO AGREGADO."
002320              END-IF
002330           END-IF
002340        END-IF
002350     END-IF.

002360 GUARDAR-CUENTAS-EN-TABLA.
002370     IF WS_IDX_ENCONTRADO = 0
002380        MOVE WS_CANT_CONCEPTOS TO WS_IDX_ENCONTRADO
002390     END-IF.
002400     MOVE WS_DESCRIP_ENTRADA
002410          TO WS_CONC-DESCRIP(WS_IDX_ENCONTRADO).
002420     MOVE WS_CTA_DEBE_ENTRADA
002430          TO WS_CONC-CTA-DEBE(WS_IDX_ENCONTRADO).
002440     MOVE WS_CTA_HABER_ENTRADA
002450          TO WS_CONC-CTA-HABER(WS_IDX_ENCONTRADO).

002460*================================================================
002470* MODIFICAR-CONCEPTO - CAMBIA LAS CUENTAS DE UN CONCEPTO
002480* EXISTENTE. LAS INTERFACES YA GENERADAS NO SE ALTERAN; EL
002490* CAMBIO RIGE DESDE LA PROXIMA.
002500*================================================================
002510 MODIFICAR-CONCEPTO.
002520     PERFORM PEDIR-CLAVE.
002530     IF CONCEPTO-VALIDO
002540        PERFORM BUSCAR-CLAVE
002550        IF NO-ENCONTRADO
002560           DISPLAY "ERROR: EL CONCEPTO NO TIENE CUENTAS."
002570        ELSE
002580           PERFORM PEDIR-CUENTAS
002590           IF CUENTAS-VALIDAS
002592              MOVE SPACES TO WS_BITACORA
002594              MOVE "M" TO WS_BIT-OPERACION
002596              MOVE WS_CONCEPTO(WS_IDX_ENCONTRADO)
002598                   TO WS_BIT-ANTES
002600              PERFORM GUARDAR-CUENTAS-EN-TABLA
002610              PERFORM GRABAR-TABLA
002612              MOVE WS_CONCEPTO(WS_IDX_ENCONTRADO)
002614                   TO WS_BIT-DESPUES
002616              PERFORM ASENTAR-CONCEPTO
002620              DISPLAY "CONCEPTO MODIFICADO."
002630           END-IF
002640        END-IF
002650     END-IF.

002660*================================================================
002670* BAJA-CONCEPTO - RETIRA LAS CUENTAS DE UN CONCEPTO (LA
002680* INTERFAZ NO SE GENERA MIENTRAS UN CONCEPTO CON IMPORTE NO
002690* TENGA CUENTAS)
002700*================================================================
002710 BAJA-CONCEPTO.
002720     PERFORM PEDIR-CLAVE.
002730     IF CONCEPTO-VALIDO
002740        PERFORM BUSCAR-CLAVE
002750        IF NO-ENCONTRADO
002760           DISPLAY "ERROR: EL CONCEPTO NO TIENE CUENTAS."
002770        ELSE
002772           MOVE SPACES TO WS_BITACORA
002774           MOVE "B" TO WS_BIT-OPERACION
002776           MOVE WS_CONCEPTO(WS_IDX_ENCONTRADO) TO WS_BIT-ANTES
002780           PERFORM ELIMINAR-DE-TABLA
002790           PERFORM GRABAR-TABLA
002795           PERFORM ASENTAR-CONCEPTO
002800           DISPLAY "CONCEPTO DADO DE BAJA."
002810        END-IF
002820     END-IF.

002821*================================================================
002822* ASENTAR-CONCEPTO - COMPLETA CATALOGO Y CLAVE (CODIGO DE
002823* CONCEPTO) DEL CAMBIO ARMADO EN WS_BITACORA Y LO GRABA EN LA
002824* BITACORA
002825*================================================================
002826 ASENTAR-CONCEPTO.
002827     MOVE "CONCEPTOS-CONT"    TO WS_BIT-CATALOGO.
002828     MOVE WS_CONCEPTO_ENTRADA TO WS_BIT-CLAVE.
002829     PERFORM GRABAR-BITACORA.

002830*================================================================
002840* ELIMINAR-DE-TABLA - QUITA WS_IDX_ENCONTRADO DE LA TABLA,
002850* CORRIENDO UN LUGAR HACIA ARRIBA A LOS QUE LE SIGUEN
002860*================================================================
002870 ELIMINAR-DE-TABLA.
002880     PERFORM CORRER-CONCEPTO
002890         VARYING WS_IDX_CTB FROM WS_IDX_ENCONTRADO BY 1
002900         UNTIL WS_IDX_CTB NOT < WS_CANT_CONCEPTOS.
002910     SUBTRACT 1 FROM WS_CANT_CONCEPTOS.

002920 CORRER-CONCEPTO.
002930     MOVE WS_CONCEPTO(WS_IDX_CTB + 1) TO WS_CONCEPTO(WS_IDX_CTB).

002940*================================================================
002950* LISTAR-CONCEPTOS - MUESTRA LA TABLA COMPLETA POR CONSOLA
002960*================================================================
002970 LISTAR-CONCEPTOS.
002980     PERFORM MOSTRAR-CONCEPTO
002990         VARYING WS_IDX_CTB FROM 1 BY 1
003000         UNTIL WS_IDX_CTB > WS_CANT_CONCEPTOS.

003010 MOSTRAR-CONCEPTO.
003020     DISPLAY WS_CONC-CODIGO(WS_IDX_CTB) "  "
003030             WS_CONC-DESCRIP(WS_IDX_CTB) "  DEBE "
003040             WS_CONC-CTA-DEBE(WS_IDX_CTB) "  HABER "
003050             WS_CONC-CTA-HABER(WS_IDX_CTB).

003060*================================================================
003070* IDENTIFICAR-OPERADOR - PIDE EL OPERADOR POR CONSOLA Y LO BUSCA
003080* EN OPERADORES.DAT (COPY OPEREC, MANTENIDO DESDE OPEMANT) PARA
003090* ESTE PROGRAMA. SIN FILA PARA EL PROGRAMA NO SE LO PUEDE USAR;
003100* LAS OPCIONES HABILITADAS QUEDAN EN WS_OPCIONES_OPERADOR.
003110*================================================================
003120 IDENTIFICAR-OPERADOR.
003130     DISPLAY "OPERADOR: " WITH NO ADVANCING.
003140     MOVE SPACES TO WS_OPERADOR.
003150     ACCEPT WS_OPERADOR.
003160     OPEN INPUT OPERADORES.
003170     IF FS_OPE = "35"
003180        DISPLAY "NO EXISTE OPERADORES.DAT (SE CARGA DESDE "
003190                "OPEMANT), NO SE PUEDE IDENTIFICAR AL OPERADOR."
003200        MOVE 8 TO RETURN-CODE
003210        STOP RUN
003220     END-IF.
003230     IF FS_OPE NOT = "00"
003240        DISPLAY "Error al abrir Archivo de Operadores: " FS_OPE
003250        STOP RUN
003260     END-IF.
003270     PERFORM LEER-OPERADOR
003280         UNTIL FS_OPE = "10" OR OPERADOR-HABILITADO.
003290     CLOSE OPERADORES.
003300     IF NOT OPERADOR-HABILITADO OR WS_OPERADOR = SPACES
003310        DISPLAY "EL OPERADOR " WS_OPERADOR " NO ESTA HABILITADO "
003320                "PARA " WS_PROGRAMA "."
003330        MOVE 8 TO RETURN-CODE
003340        STOP RUN
003350     END-IF.
003360     DISPLAY "OPERADOR " WS_OPERADOR " - " WS_NOMBRE_OPERADOR.

003370 LEER-OPERADOR.
003380     READ OPERADORES
003390         AT END
003400             MOVE "10" TO FS_OPE
003410         NOT AT END
003420             IF OPE-OPERADOR = WS_OPERADOR
003430                AND OPE-PROGRAMA = WS_PROGRAMA
003440                SET OPERADOR-HABILITADO TO TRUE
003450                MOVE OPE-NOMBRE   TO WS_NOMBRE_OPERADOR
003460                MOVE OPE-OPCIONES TO WS_OPCIONES_OPERADOR
003470             END-IF
003480     END-READ.
003490     IF FS_OPE NOT = "00" AND FS_OPE NOT = "10"
003500        DISPLAY "Error al leer Archivo de Operadores: " FS_OPE
003510        STOP RUN
003520     END-IF.

003530*================================================================
003540* VERIFICAR-OPCION - LA OPCION WS_OPCION TIENE QUE FIGURAR ENTRE
003550* LAS HABILITADAS AL OPERADOR ("*" = TODAS). SALIR (9) SIEMPRE
003560* ESTA PERMITIDO.
003570*================================================================
003580 VERIFICAR-OPCION.
003590     SET OPCION-HABILITADA TO TRUE.
003600     IF WS_OPCION NOT = 9 AND WS_OPCIONES_OPERADOR NOT = "*"
003610        MOVE WS_OPCION TO WS_OPCION_ALFA
003620        MOVE 0 TO WS_CANT_OPCION
003630        INSPECT WS_OPCIONES_OPERADOR TALLYING WS_CANT_OPCION
003640            FOR ALL WS_OPCION_ALFA
003650        IF WS_CANT_OPCION = 0
003660           MOVE "N" TO WS_SW_OPCION
003670           DISPLAY "OPCION " WS_OPCION " NO HABILITADA PARA EL "
003680                   "OPERADOR " WS_OPERADOR "."
003690        END-IF
003700     END-IF.

003710*================================================================
003720* GRABAR-BITACORA - AGREGA A BITACORA-CATALOGOS.DAT EL CAMBIO
003730* ARMADO EN WS_BITACORA, CON EL OPERADOR, LA FECHA Y LA HORA. LA
003740* BITACORA SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN ARCHIVO
003750* QUE ACUMULA Y NUNCA SE TRUNCA.
003760*================================================================
003770 GRABAR-BITACORA.
003780     ACCEPT WS_FECHA_BITACORA FROM DATE YYYYMMDD.
003790     ACCEPT WS_HORA_BITACORA FROM TIME.
003800     OPEN EXTEND BITACORA.
003810     IF FS_BIT = "35"
003820        OPEN OUTPUT BITACORA
003830     END-IF.
003840     IF FS_BIT NOT = "00"
003850        DISPLAY "Error al abrir Bitacora de Catalogos: " FS_BIT
003860        STOP RUN
003870     END-IF.
003880     MOVE WS_FECHA_BITACORA TO BIT-FECHA.
003890     MOVE WS_HORA-HHMMSS    TO BIT-HORA.
003900     MOVE WS_OPERADOR       TO BIT-OPERADOR.
003910     MOVE WS_PROGRAMA       TO BIT-PROGRAMA.
003920     MOVE WS_BIT-CATALOGO   TO BIT-CATALOGO.
003930     MOVE WS_BIT-CLAVE      TO BIT-CLAVE.
003940     MOVE WS_BIT-OPERACION  TO BIT-OPERACION.
003950     MOVE WS_BIT-ANTES      TO BIT-IMAGEN-ANTES.
003960     MOVE WS_BIT-DESPUES    TO BIT-IMAGEN-DESPUES.
003970     WRITE REG-BITACORA.
003980     IF FS_BIT NOT = "00"
003990        DISPLAY "Error al grabar Bitacora de Catalogos: " FS_BIT
004000        STOP RUN
004010     END-IF.
004020     CLOSE BITACORA.
