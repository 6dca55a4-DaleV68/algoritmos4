000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADMSAL.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. SALIDAS POR ADMINISTRADOR DE
000110*                  CONSORCIOS, COMO ZONSAL LO HACE POR ZONA: POR
000120*                  CADA ADMINISTRADOR DEL CATALOGO
000130*                  (ADMINISTRADORES.DAT, COPY ADMREC/ADMTAB)
000140*                  GENERA SU CARTERA DE CONSORCIOS DEL MAESTRO
000150*                  (CONSORCIOS-ADM-NNNNN.DAT, POR MAE-ADMIN), EL
000160*                  LISTADO DE BAJAS DEL MES PAGINADO
000170*                  (LISTADO_BAJAS-ADM-NNNNN.DAT, A PARTIR DE LA
000180*                  COPIA ETIQUETADA BAJAS-ZONA.DAT QUE DEJA EL
000190*                  MERGE) Y LA LISTA DE TRABAJO DE RECHAZOS DEL
000200*                  RETORNO (RETORNO-WORKLIST-ADM-NNNNN.DAT, A
000210*                  PARTIR DE RETORNO-WORKLIST.DAT DE ALGO4IMP).
000220*                  LOS RENGLONES DE BAJAS Y LISTA DE TRABAJO SE
000230*                  UBICAN EN EL ADMINISTRADOR POR EL CUIT DEL
000240*                  RENGLON LEIDO EN EL MAESTRO. UN ADMINISTRADOR
000250*                  SIN RENGLONES NO GENERA ARCHIVOS; LOS
000260*                  CONSORCIOS Y RENGLONES SIN ADMINISTRADOR
000270*                  ASIGNADO (O CON UNO QUE NO ESTA EN EL
000280*                  CATALOGO) SE CUENTAN Y SE AVISAN.
000282* 2026-10-15  DLV  CONTROL DE APERTURA DE BAJAS POR ZONA Y LISTA
000284*                  DE TRABAJO EN EL CONTEO SIN ADMINISTRADOR, Y DE
000286*                  LECTURA DEL CATALOGO.
000290*================================================================

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ADMINIS      ASSIGN TO DISK
000340                          FILE STATUS IS FS_ADM.

000350     SELECT MAESTRO      ASSIGN TO DISK
000360                          ORGANIZATION IS INDEXED
000370                          ACCESS MODE IS DYNAMIC
000380                          RECORD KEY IS MAE-CUIT-CONS
000390                          FILE STATUS IS FS_MAE.

000400     SELECT BAJAS_ZONA   ASSIGN TO DISK
000410                          FILE STATUS IS FS_BZON.

000420     SELECT WORKLIST     ASSIGN TO DISK
000430                          FILE STATUS IS FS_WRK.

000440*----------------------------------------------------------------
000450* CONSORCIOS_A / LISTADO_A / WORKLIST_A - SALIDAS DEL
000460* ADMINISTRADOR VIGENTE. EL NOMBRE FISICO SE ARMA EN TIEMPO DE
000470* EJECUCION CON EL CODIGO DE ADMINISTRADOR, POR ESO LOS SELECT
000480* USAN ASSIGN TO DYNAMIC, IGUAL QUE EN ZONSAL.
000490*----------------------------------------------------------------
000500     SELECT CONSORCIOS_A ASSIGN TO DYNAMIC WS_NOM_CONSORCIOS
000510                          FILE STATUS IS FS_CONA.

000520     SELECT LISTADO_A    ASSIGN TO DYNAMIC WS_NOM_LISTADO
000530                          FILE STATUS IS FS_LSTA.

000540     SELECT WORKLIST_A   ASSIGN TO DYNAMIC WS_NOM_WORKLIST
000550                          FILE STATUS IS FS_WRKA.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ADMINIS LABEL RECORD IS STANDARD
000590            VALUE OF FILE-ID IS "administradores.dat".

000600     COPY ADMREC.

000610 FD  MAESTRO LABEL RECORD IS STANDARD
000620             VALUE OF FILE-ID IS "maestro.dat".

000630     COPY MAEREC.

000640 FD  BAJAS_ZONA LABEL RECORD IS STANDARD
000650             VALUE OF FILE-ID IS "bajas-zona.dat".

000660 01  REG-BAJA-ZONA.
000670     03 BZON-ZONA               PIC X(03).
000680     03 BZON-LINEA.
000690        05 FILLER               PIC X(02).
000700        05 BZON-CUIT            PIC X(15).
000710        05 FILLER               PIC X(63).

000720 FD  WORKLIST LABEL RECORD OMITTED
000730             VALUE OF FILE-ID IS "retorno-worklist.dat".

000740 01  LINEA-WRK.
000750     03 FILLER                  PIC X(02).
000760     03 WRK-CUIT                PIC X(15).
000770     03 FILLER                  PIC X(63).

000780 FD  CONSORCIOS_A LABEL RECORD OMITTED.

000790 01  LINEA-CONA                 PIC X(80).

000800 FD  LISTADO_A LABEL RECORD OMITTED.

000810 01  LINEA-LSTA                 PIC X(80).

000820 FD  WORKLIST_A LABEL RECORD OMITTED.

000830 01  LINEA-WRKA                 PIC X(80).

000840 WORKING-STORAGE SECTION.
000850 77  FS_ADM                PIC XX.
000860 77  FS_MAE                PIC XX.
000870 77  FS_BZON               PIC XX.
000880 77  FS_WRK                PIC XX.
000890 77  FS_CONA               PIC XX.
000900 77  FS_LSTA               PIC XX.
000910 77  FS_WRKA               PIC XX.
000920 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
000930 77  WS_MAX_ADMIN          PIC 9(03) VALUE 500.
000940 77  WS_IDX_ADM            PIC 9(04) VALUE 0.
000950 77  WS_IDX_BUSQ           PIC 9(04) VALUE 0.
000960 77  WS_ADMIN_VIG          PIC 9(05) VALUE 0.
000970 77  WS_ADMIN_RENGLON      PIC 9(05) VALUE 0.
000980 77  WS_NOM_CONSORCIOS     PIC X(30) VALUE SPACES.
000990 77  WS_NOM_LISTADO        PIC X(30) VALUE SPACES.
001000 77  WS_NOM_WORKLIST       PIC X(30) VALUE SPACES.
001010 77  WS_CANT_CONS_ADM      PIC 9(06) VALUE 0.
001020 77  WS_CANT_BAJAS_ADM     PIC 9(06) VALUE 0.
001030 77  WS_CANT_WRK_ADM       PIC 9(06) VALUE 0.
001040 77  WS_CANT_CONS_TOT      PIC 9(10) VALUE 0.
001050 77  WS_CANT_BAJAS_TOT     PIC 9(10) VALUE 0.
001060 77  WS_CANT_WRK_TOT       PIC 9(10) VALUE 0.
001070 77  WS_CANT_CONS_SIN_ADM  PIC 9(10) VALUE 0.
001080 77  WS_CANT_RENG_SIN_ADM  PIC 9(10) VALUE 0.
001090 77  WS_CANT_LINEAS        PIC 99    VALUE 0.
001100 77  WS_MAX_LINEAS         PIC 99    VALUE 20.
001110 77  WS_NRO_HOJA           PIC 99    VALUE 0.

001120     COPY ADMTAB.

001130 01  WS_SWITCHES.
001140     03 WS_SW_FIN_MAE      PIC X(01) VALUE "N".
001150        88 FIN-MAE                  VALUE "S".
001160     03 WS_SW_FIN_BZON     PIC X(01) VALUE "N".
001170        88 FIN-BZON                 VALUE "S".
001180     03 WS_SW_FIN_WRK      PIC X(01) VALUE "N".
001190        88 FIN-WRK                  VALUE "S".
001200     03 WS_SW_CONA_ABIERTO PIC X(01) VALUE "N".
001210        88 CONSORCIOS-A-ABIERTO     VALUE "S".
001220     03 WS_SW_LSTA_ABIERTO PIC X(01) VALUE "N".
001230        88 LISTADO-A-ABIERTO        VALUE "S".
001240     03 WS_SW_WRKA_ABIERTO PIC X(01) VALUE "N".
001250        88 WORKLIST-A-ABIERTO       VALUE "S".
001260     03 WS_SW_ADMIN_CATAL  PIC X(01) VALUE "N".
001270        88 ADMIN-CATALOGADO         VALUE "S".

001280*----------------------------------------------------------------
001290* ENCABEZADO DEL LISTADO DE BAJAS POR ADMINISTRADOR: MISMO
001300* FORMATO QUE EL CONSOLIDADO DEL MERGE, CON EL CODIGO Y LA RAZON
001310* SOCIAL DEL ADMINISTRADOR EN EL TITULO. LAS MISMAS DOS LINEAS
001320* DE TITULO ENCABEZAN LA CARTERA DE CONSORCIOS.
001330*----------------------------------------------------------------
001340 01  WS_LINEA_TITULO1.
001350     03 FILLER             PIC X(08) VALUE SPACES.
001360     03 WS_LINTIT1-TEXTO   PIC X(40) VALUE SPACES.
001370     03 FILLER             PIC X(01) VALUE SPACES.
001380     03 WS_LINTIT1-ADMIN   PIC 9(05).
001390     03 FILLER             PIC X(26) VALUE SPACES.

001400 01  WS_LINEA_TITULO2.
001410     03 FILLER             PIC X(05) VALUE "FECHA".
001420     03 FILLER             PIC X(02) VALUE ": ".
001430     03 WS_LINTIT2-FECHA   PIC 9(08).
001440     03 FILLER             PIC X(02) VALUE SPACES.
001450     03 WS_LINTIT2-RAZON   PIC X(30).
001460     03 FILLER             PIC X(25) VALUE SPACES.
001470     03 FILLER             PIC X(05) VALUE "HOJA ".
001480     03 WS_LINTIT2-HOJA    PIC ZZ9.

001490 01  WS_LINEA_COLUMNAS.
001500     03 FILLER             PIC X(02) VALUE SPACES.
001510     03 FILLER             PIC X(15) VALUE "CUIT-CONSORCIO".
001520     03 FILLER             PIC X(03) VALUE SPACES.
001530     03 FILLER             PIC X(30) VALUE "NOMBRE DEL CONSORCIO".
001540     03 FILLER             PIC X(03) VALUE SPACES.
001550     03 FILLER             PIC X(10) VALUE "FECHA-ALTA".
001560     03 FILLER             PIC X(03) VALUE SPACES.
001570     03 FILLER             PIC X(10) VALUE "FECHA-BAJA".
001580     03 FILLER             PIC X(04) VALUE SPACES.

001590*----------------------------------------------------------------
001600* RENGLONES DE LA CARTERA DE CONSORCIOS DEL ADMINISTRADOR
001610*----------------------------------------------------------------
001620 01  WS_LINEA_COLUMNAS_CONS.
001630     03 FILLER             PIC X(02) VALUE SPACES.
001640     03 FILLER             PIC X(15) VALUE "CUIT-CONSORCIO".
001650     03 FILLER             PIC X(02) VALUE SPACES.
001660     03 FILLER             PIC X(30) VALUE "NOMBRE DEL CONSORCIO".
001670     03 FILLER             PIC X(02) VALUE SPACES.
001680     03 FILLER             PIC X(02) VALUE "ES".
001690     03 FILLER             PIC X(02) VALUE SPACES.
001700     03 FILLER             PIC X(15) VALUE "TELEFONO".
001710     03 FILLER             PIC X(02) VALUE SPACES.
001720     03 FILLER             PIC X(03) VALUE "ZON".
001730     03 FILLER             PIC X(05) VALUE SPACES.

001740 01  WS_LINEA-CONS.
001750     03 FILLER             PIC X(02) VALUE SPACES.
001760     03 WS_LINCON-CUIT     PIC 9(15).
001770     03 FILLER             PIC X(02) VALUE SPACES.
001780     03 WS_LINCON-NOMBRE   PIC X(30).
001790     03 FILLER             PIC X(02) VALUE SPACES.
001800     03 WS_LINCON-ESTADO   PIC 9(02).
001810     03 FILLER             PIC X(02) VALUE SPACES.
001820     03 WS_LINCON-TEL      PIC X(15).
001830     03 FILLER             PIC X(02) VALUE SPACES.
001840     03 WS_LINCON-ZONA     PIC X(03).
001850     03 FILLER             PIC X(05) VALUE SPACES.

001860 PROCEDURE DIVISION.
001870     PERFORM INICIALIZAR.
001880     PERFORM CARGAR-TABLA-ADMIN.
001890     PERFORM GENERAR-SALIDAS-ADMIN
001900         VARYING WS_IDX_ADM FROM 1 BY 1
001910         UNTIL WS_IDX_ADM > WS_CANT_ADMIN.
001920     PERFORM CONTAR-SIN-ADMIN.
001930     PERFORM MOSTRAR-RESUMEN.
001940     PERFORM CERRAR-ARCHIVOS.
001950     STOP RUN.

001960*================================================================
001970* INICIALIZAR - FECHA DEL SISTEMA, APERTURA DEL CATALOGO DE
001980* ADMINISTRADORES (OBLIGATORIO: SIN CATALOGO NO HAY POR QUE
001990* PARTIR) Y DEL MAESTRO, QUE UBICA CADA CUIT EN SU
002000* ADMINISTRADOR.
002010*================================================================
002020 INICIALIZAR.
002030     DISPLAY "ADMSAL INICIA".
002040     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
002050     OPEN INPUT ADMINIS.
002060     IF FS_ADM = "35"
002070        DISPLAY "NO EXISTE ADMINISTRADORES.DAT, DAR DE ALTA LOS "
002080                "ADMINISTRADORES DESDE ADMMANT."
002090        STOP RUN
002100     END-IF.
002110     IF FS_ADM NOT = "00"
002120        DISPLAY "Error al abrir Archivo de Administradores: "
002130                FS_ADM
002140        STOP RUN
002150     END-IF.
002160     OPEN INPUT MAESTRO.
002170     IF FS_MAE = "35"
002180        DISPLAY "NO EXISTE MAESTRO.DAT, NADA QUE GENERAR."
002190        STOP RUN
002200     END-IF.
002210     IF FS_MAE NOT = "00"
002220        DISPLAY "Error al abrir Archivo Maestro: " FS_MAE
002230        STOP RUN
002240     END-IF.

002250*================================================================
002260* CARGAR-TABLA-ADMIN - LEE ADMINISTRADORES.DAT COMPLETO A
002270* WS_TABLA_ADMIN
002280*================================================================
002290 CARGAR-TABLA-ADMIN.
002300     MOVE 0 TO WS_CANT_ADMIN.
002310     PERFORM LEER-ADMIN
002320         UNTIL FS_ADM = "10"
002330            OR WS_CANT_ADMIN = WS_MAX_ADMIN.
002340     IF WS_CANT_ADMIN = WS_MAX_ADMIN AND FS_ADM NOT = "10"
002350        DISPLAY "ADVERTENCIA: TABLA LLENA (" WS_MAX_ADMIN
002360                "), SE IGNORA EL RESTO DE ADMINISTRADORES.DAT"
002370     END-IF.
002380     CLOSE ADMINIS.
002390     IF WS_CANT_ADMIN = 0
002400        DISPLAY "ADMINISTRADORES.DAT ESTA VACIO, NADA QUE "
002410                "GENERAR."
002420        STOP RUN
002430     END-IF.
002440     DISPLAY "ADMINISTRADORES CARGADOS: " WS_CANT_ADMIN.

002450 LEER-ADMIN.
002460     READ ADMINIS
002470         AT END
002480             MOVE "10" TO FS_ADM
002490         NOT AT END
002500             ADD 1 TO WS_CANT_ADMIN
002510             MOVE ADM-CODIGO TO WS_ADMIN-CODIGO(WS_CANT_ADMIN)
002520             MOVE ADM-RAZON-SOCIAL
002530                  TO WS_ADMIN-RAZON(WS_CANT_ADMIN)
002540             MOVE ADM-CUIT   TO WS_ADMIN-CUIT(WS_CANT_ADMIN)
002550     END-READ.
002551     IF FS_ADM NOT = "00" AND FS_ADM NOT = "10"
002552        DISPLAY "Error al leer Archivo de Administradores: "
002553                FS_ADM
002554        STOP RUN
002555     END-IF.

002560*================================================================
002570* GENERAR-SALIDAS-ADMIN - LAS TRES SALIDAS DEL ADMINISTRADOR
002580* WS_IDX_ADM: CARTERA DE CONSORCIOS, LISTADO DE BAJAS PAGINADO
002590* Y LISTA DE TRABAJO DEL RETORNO.
002600*================================================================
002610 GENERAR-SALIDAS-ADMIN.
002620     MOVE WS_ADMIN-CODIGO(WS_IDX_ADM) TO WS_ADMIN_VIG.
002630     PERFORM GENERAR-CONSORCIOS-ADMIN.
002640     PERFORM GENERAR-LISTADO-ADMIN.
002650     PERFORM GENERAR-WORKLIST-ADMIN.
002660     DISPLAY "ADMINISTRADOR " WS_ADMIN_VIG
002670             "  CONSORCIOS: " WS_CANT_CONS_ADM
002680             "  BAJAS: " WS_CANT_BAJAS_ADM
002690             "  RECHAZOS: " WS_CANT_WRK_ADM.

002700*================================================================
002710* GENERAR-CONSORCIOS-ADMIN - RECORRE EL MAESTRO COMPLETO Y VUELCA
002720* LOS CONSORCIOS CON MAE-ADMIN IGUAL AL ADMINISTRADOR VIGENTE.
002730* EL ARCHIVO DE SALIDA SE ABRE RECIEN CON EL PRIMER RENGLON.
002740*================================================================
002750 GENERAR-CONSORCIOS-ADMIN.
002760     MOVE 0 TO WS_CANT_CONS_ADM.
002770     MOVE "N" TO WS_SW_CONA_ABIERTO.
002780     MOVE "N" TO WS_SW_FIN_MAE.
002790     MOVE 0 TO MAE-CUIT-CONS.
002800     START MAESTRO KEY NOT < MAE-CUIT-CONS
002810         INVALID KEY
002820             SET FIN-MAE TO TRUE
002830     END-START.
002840     PERFORM LEER-MAESTRO-ADMIN UNTIL FIN-MAE.
002850     IF CONSORCIOS-A-ABIERTO
002860        CLOSE CONSORCIOS_A
002870     END-IF.

002880 LEER-MAESTRO-ADMIN.
002890     READ MAESTRO NEXT
002900         AT END
002910             SET FIN-MAE TO TRUE
002920         NOT AT END
002930             IF MAE-ADMIN = WS_ADMIN_VIG
002940                PERFORM GRABAR-CONSORCIO-ADMIN
002950             END-IF
002960     END-READ.
002970     IF FS_MAE NOT = "00" AND FS_MAE NOT = "10"
002980        DISPLAY "Error al leer Maestro: " FS_MAE
002990        STOP RUN
003000     END-IF.

003010 GRABAR-CONSORCIO-ADMIN.
003020     IF NOT CONSORCIOS-A-ABIERTO
003030        PERFORM ABRIR-CONSORCIOS-ADMIN
003040     END-IF.
003050     MOVE MAE-CUIT-CONS        TO WS_LINCON-CUIT.
003060     MOVE MAE-NOMBRE-CONSORCIO TO WS_LINCON-NOMBRE.
003070     MOVE MAE-ESTADO           TO WS_LINCON-ESTADO.
003080     MOVE MAE-TEL              TO WS_LINCON-TEL.
003090     MOVE MAE-ZONA             TO WS_LINCON-ZONA.
003100     MOVE WS_LINEA-CONS        TO LINEA-CONA.
003110     WRITE LINEA-CONA.
003120     IF FS_CONA NOT = "00"
003130        DISPLAY "Error al grabar " WS_NOM_CONSORCIOS ": " FS_CONA
003140        STOP RUN
003150     END-IF.
003160     ADD 1 TO WS_CANT_CONS_ADM.
003170     ADD 1 TO WS_CANT_CONS_TOT.

003180 ABRIR-CONSORCIOS-ADMIN.
003190     MOVE SPACES TO WS_NOM_CONSORCIOS.
003200     STRING "consorcios-adm-" WS_ADMIN_VIG ".dat"
003210         DELIMITED BY SIZE
003220         INTO WS_NOM_CONSORCIOS.
003230     OPEN OUTPUT CONSORCIOS_A.
003240     IF FS_CONA NOT = "00"
003250        DISPLAY "Error al abrir " WS_NOM_CONSORCIOS ": " FS_CONA
003260        STOP RUN
003270     END-IF.
003280     SET CONSORCIOS-A-ABIERTO TO TRUE.
003290     MOVE "CONSORCIOS SA - CARTERA DEL ADMINISTRADOR"
003300          TO WS_LINTIT1-TEXTO.
003310     MOVE WS_ADMIN_VIG     TO WS_LINTIT1-ADMIN.
003320     MOVE WS_FECHA_SISTEMA TO WS_LINTIT2-FECHA.
003330     MOVE WS_ADMIN-RAZON(WS_IDX_ADM) TO WS_LINTIT2-RAZON.
003340     MOVE 1                TO WS_LINTIT2-HOJA.
003350     MOVE WS_LINEA_TITULO1 TO LINEA-CONA.
003360     WRITE LINEA-CONA.
003370     MOVE WS_LINEA_TITULO2 TO LINEA-CONA.
003380     WRITE LINEA-CONA.
003390     MOVE SPACES TO LINEA-CONA.
003400     WRITE LINEA-CONA.
003410     MOVE WS_LINEA_COLUMNAS_CONS TO LINEA-CONA.
003420     WRITE LINEA-CONA.
003430     MOVE ALL "-" TO LINEA-CONA.
003440     WRITE LINEA-CONA.

003450*================================================================
003460* GENERAR-LISTADO-ADMIN - RECORRE BAJAS-ZONA.DAT Y VUELCA AL
003470* LISTADO PAGINADO DEL ADMINISTRADOR LOS RENGLONES CUYO CUIT
003480* TIENE ASIGNADO AL ADMINISTRADOR VIGENTE EN EL MAESTRO. UN
003490* ADMINISTRADOR SIN BAJAS NO DEJA ARCHIVO.
003500*================================================================
003510 GENERAR-LISTADO-ADMIN.
003520     MOVE 0 TO WS_CANT_BAJAS_ADM.
003530     MOVE 0 TO WS_NRO_HOJA.
003540     MOVE 0 TO WS_CANT_LINEAS.
003550     MOVE "N" TO WS_SW_LSTA_ABIERTO.
003560     MOVE "N" TO WS_SW_FIN_BZON.
003570     OPEN INPUT BAJAS_ZONA.
003580     IF FS_BZON = "35"
003590        SET FIN-BZON TO TRUE
003600     ELSE
003610        IF FS_BZON NOT = "00"
003620           DISPLAY "Error al abrir Bajas por Zona: " FS_BZON
003630           STOP RUN
003640        END-IF
003650     END-IF.
003660     PERFORM LEER-BAJA-ADMIN UNTIL FIN-BZON.
003670     IF FS_BZON NOT = "35"
003680        CLOSE BAJAS_ZONA
003690     END-IF.
003700     IF LISTADO-A-ABIERTO
003710        CLOSE LISTADO_A
003720     END-IF.

003730 LEER-BAJA-ADMIN.
003740     READ BAJAS_ZONA
003750         AT END
003760             SET FIN-BZON TO TRUE
003770         NOT AT END
003780             PERFORM OBTENER-ADMIN-BAJA
003790             IF WS_ADMIN_RENGLON = WS_ADMIN_VIG
003800                PERFORM GRABAR-BAJA-LISTADO
003810             END-IF
003820     END-READ.
003830     IF FS_BZON NOT = "00" AND FS_BZON NOT = "10"
003840        DISPLAY "Error al leer Bajas por Zona: " FS_BZON
003850        STOP RUN
003860     END-IF.

003870 OBTENER-ADMIN-BAJA.
003880     MOVE 0 TO WS_ADMIN_RENGLON.
003890     IF BZON-CUIT IS NUMERIC
003900        MOVE BZON-CUIT TO MAE-CUIT-CONS
003910        PERFORM OBTENER-ADMIN-CUIT
003920     END-IF.

003930 GRABAR-BAJA-LISTADO.
003940     IF NOT LISTADO-A-ABIERTO
003950        PERFORM ABRIR-LISTADO-ADMIN
003960     END-IF.
003970     IF WS_NRO_HOJA = 0 OR WS_CANT_LINEAS >= WS_MAX_LINEAS
003980        PERFORM IMPRIMO-ENCABEZADO-ADMIN
003990     END-IF.
004000     MOVE BZON-LINEA TO LINEA-LSTA.
004010     WRITE LINEA-LSTA.
004020     ADD 1 TO WS_CANT_LINEAS.
004030     ADD 1 TO WS_CANT_BAJAS_ADM.
004040     ADD 1 TO WS_CANT_BAJAS_TOT.

004050 ABRIR-LISTADO-ADMIN.
004060     MOVE SPACES TO WS_NOM_LISTADO.
004070     STRING "listado_bajas-adm-" WS_ADMIN_VIG ".dat"
004080         DELIMITED BY SIZE
004090         INTO WS_NOM_LISTADO.
004100     OPEN OUTPUT LISTADO_A.
004110     IF FS_LSTA NOT = "00"
004120        DISPLAY "Error al abrir " WS_NOM_LISTADO ": " FS_LSTA
004130        STOP RUN
004140     END-IF.
004150     SET LISTADO-A-ABIERTO TO TRUE.

004160*================================================================
004170* IMPRIMO-ENCABEZADO-ADMIN - TITULO CON EL CODIGO Y LA RAZON
004180* SOCIAL DEL ADMINISTRADOR, FECHA Y NRO DE HOJA, MISMO CORTE DE
004190* PAGINA QUE EL LISTADO CONSOLIDADO DEL MERGE.
004200*================================================================
004210 IMPRIMO-ENCABEZADO-ADMIN.
004220     ADD 1 TO WS_NRO_HOJA.
004230     MOVE "CONSORCIOS SA - BAJAS DEL MES - ADMIN"
004240          TO WS_LINTIT1-TEXTO.
004250     MOVE WS_ADMIN_VIG     TO WS_LINTIT1-ADMIN.
004260     MOVE WS_FECHA_SISTEMA TO WS_LINTIT2-FECHA.
004270     MOVE WS_ADMIN-RAZON(WS_IDX_ADM) TO WS_LINTIT2-RAZON.
004280     MOVE WS_NRO_HOJA      TO WS_LINTIT2-HOJA.
004290     MOVE WS_LINEA_TITULO1 TO LINEA-LSTA.
004300     WRITE LINEA-LSTA.
004310     MOVE WS_LINEA_TITULO2 TO LINEA-LSTA.
004320     WRITE LINEA-LSTA.
004330     MOVE SPACES TO LINEA-LSTA.
004340     WRITE LINEA-LSTA.
004350     MOVE WS_LINEA_COLUMNAS TO LINEA-LSTA.
004360     WRITE LINEA-LSTA.
004370     MOVE ALL "-" TO LINEA-LSTA.
004380     WRITE LINEA-LSTA.
004390     MOVE 5 TO WS_CANT_LINEAS.

004400*================================================================
004410* GENERAR-WORKLIST-ADMIN - RECORRE RETORNO-WORKLIST.DAT Y VUELCA
004420* A LA LISTA DE TRABAJO DEL ADMINISTRADOR LOS RENGLONES CUYO
004430* CUIT LO TIENE ASIGNADO EN EL MAESTRO, CON APERTURA RECIEN EN
004440* EL PRIMER RENGLON.
004450*================================================================
004460 GENERAR-WORKLIST-ADMIN.
004470     MOVE 0 TO WS_CANT_WRK_ADM.
004480     MOVE "N" TO WS_SW_WRKA_ABIERTO.
004490     MOVE "N" TO WS_SW_FIN_WRK.
004500     OPEN INPUT WORKLIST.
004510     IF FS_WRK = "35"
004520        SET FIN-WRK TO TRUE
004530     ELSE
004540        IF FS_WRK NOT = "00"
004550           DISPLAY "Error al abrir Lista de Trabajo: " FS_WRK
004560           STOP RUN
004570        END-IF
004580     END-IF.
004590     PERFORM LEER-WORKLIST-ADMIN UNTIL FIN-WRK.
004600     IF FS_WRK NOT = "35"
004610        CLOSE WORKLIST
004620     END-IF.
004630     IF WORKLIST-A-ABIERTO
004640        CLOSE WORKLIST_A
004650     END-IF.

004660 LEER-WORKLIST-ADMIN.
004670     READ WORKLIST
004680         AT END
004690             SET FIN-WRK TO TRUE
004700         NOT AT END
004710             PERFORM OBTENER-ADMIN-WORKLIST
004720             IF WS_ADMIN_RENGLON = WS_ADMIN_VIG
004730                PERFORM GRABAR-WORKLIST-A
004740             END-IF
004750     END-READ.
004760     IF FS_WRK NOT = "00" AND FS_WRK NOT = "10"
004770        DISPLAY "Error al leer Lista de Trabajo: " FS_WRK
004780        STOP RUN
004790     END-IF.

004800 OBTENER-ADMIN-WORKLIST.
004810     MOVE 0 TO WS_ADMIN_RENGLON.
004820     IF WRK-CUIT IS NUMERIC
004830        MOVE WRK-CUIT TO MAE-CUIT-CONS
004840        PERFORM OBTENER-ADMIN-CUIT
004850     END-IF.

004860 GRABAR-WORKLIST-A.
004870     IF NOT WORKLIST-A-ABIERTO
004880        PERFORM ABRIR-WORKLIST-ADMIN
004890     END-IF.
004900     MOVE LINEA-WRK TO LINEA-WRKA.
004910     WRITE LINEA-WRKA.
004920     IF FS_WRKA NOT = "00"
004930        DISPLAY "Error al grabar " WS_NOM_WORKLIST ": " FS_WRKA
004940        STOP RUN
004950     END-IF.
004960     ADD 1 TO WS_CANT_WRK_ADM.
004970     ADD 1 TO WS_CANT_WRK_TOT.

004980 ABRIR-WORKLIST-ADMIN.
004990     MOVE SPACES TO WS_NOM_WORKLIST.
005000     STRING "retorno-worklist-adm-" WS_ADMIN_VIG ".dat"
005010         DELIMITED BY SIZE
005020         INTO WS_NOM_WORKLIST.
005030     OPEN OUTPUT WORKLIST_A.
005040     IF FS_WRKA NOT = "00"
005050        DISPLAY "Error al abrir " WS_NOM_WORKLIST ": " FS_WRKA
005060        STOP RUN
005070     END-IF.
005080     SET WORKLIST-A-ABIERTO TO TRUE.

005090*================================================================
005100* OBTENER-ADMIN-CUIT - LEE POR CLAVE EL CONSORCIO CARGADO EN
005110* MAE-CUIT-CONS Y DEJA SU MAE-ADMIN EN WS_ADMIN_RENGLON (CERO SI
005120* EL CUIT NO ESTA EN EL MAESTRO).
005130*================================================================
005140 OBTENER-ADMIN-CUIT.
005150     READ MAESTRO
005160         INVALID KEY
005170             MOVE 0 TO WS_ADMIN_RENGLON
005180         NOT INVALID KEY
005190             MOVE MAE-ADMIN TO WS_ADMIN_RENGLON
005200     END-READ.

005210*================================================================
005220* CONTAR-SIN-ADMIN - ULTIMA PASADA SOBRE EL MAESTRO Y LAS DOS
005230* COPIAS DE TRABAJO CONTANDO LOS CONSORCIOS Y RENGLONES SIN
005240* ADMINISTRADOR ASIGNADO O CON UNO QUE NO ESTA EN EL CATALOGO:
005250* ESOS SOLO SALEN EN LOS LISTADOS CONSOLIDADOS.
005260*================================================================
005270 CONTAR-SIN-ADMIN.
005280     MOVE "N" TO WS_SW_FIN_MAE.
005290     MOVE 0 TO MAE-CUIT-CONS.
005300     START MAESTRO KEY NOT < MAE-CUIT-CONS
005310         INVALID KEY
005320             SET FIN-MAE TO TRUE
005330     END-START.
005340     PERFORM CONTAR-CONS-SIN-ADMIN UNTIL FIN-MAE.
005350     MOVE "N" TO WS_SW_FIN_BZON.
005360     OPEN INPUT BAJAS_ZONA.
005370     IF FS_BZON = "35"
005380        SET FIN-BZON TO TRUE
005381     ELSE
005382        IF FS_BZON NOT = "00"
005383           DISPLAY "Error al abrir Bajas por Zona: " FS_BZON
005384           STOP RUN
005385        END-IF
005390     END-IF.
005400     PERFORM CONTAR-BAJA-SIN-ADMIN UNTIL FIN-BZON.
005410     IF FS_BZON NOT = "35"
005420        CLOSE BAJAS_ZONA
005430     END-IF.
005440     MOVE "N" TO WS_SW_FIN_WRK.
005450     OPEN INPUT WORKLIST.
005460     IF FS_WRK = "35"
005470        SET FIN-WRK TO TRUE
005471     ELSE
005472        IF FS_WRK NOT = "00"
005473           DISPLAY "Error al abrir Lista de Trabajo: " FS_WRK
005474           STOP RUN
005475        END-IF
005480     END-IF.
005490     PERFORM CONTAR-WRK-SIN-ADMIN UNTIL FIN-WRK.
005500     IF FS_WRK NOT = "35"
005510        CLOSE WORKLIST
005520     END-IF.

005530 CONTAR-CONS-SIN-ADMIN.
005540     READ MAESTRO NEXT
005550         AT END
005560             SET FIN-MAE TO TRUE
005570         NOT AT END
005580             MOVE MAE-ADMIN TO WS_ADMIN_RENGLON
005590             PERFORM BUSCAR-ADMIN-CATALOGO
005600             IF NOT ADMIN-CATALOGADO
005610                ADD 1 TO WS_CANT_CONS_SIN_ADM
005620             END-IF
005630     END-READ.
005640     IF FS_MAE NOT = "00" AND FS_MAE NOT = "10"
005650        DISPLAY "Error al leer Maestro: " FS_MAE
005660        STOP RUN
005670     END-IF.

005680 CONTAR-BAJA-SIN-ADMIN.
005690     READ BAJAS_ZONA
005700         AT END
005710             SET FIN-BZON TO TRUE
005720         NOT AT END
005730             PERFORM OBTENER-ADMIN-BAJA
005740             PERFORM BUSCAR-ADMIN-CATALOGO
005750             IF NOT ADMIN-CATALOGADO
005760                ADD 1 TO WS_CANT_RENG_SIN_ADM
005770             END-IF
005780     END-READ.
005790     IF FS_BZON NOT = "00" AND FS_BZON NOT = "10"
005800        DISPLAY "Error al leer Bajas por Zona: " FS_BZON
005810        STOP RUN
005820     END-IF.

005830 CONTAR-WRK-SIN-ADMIN.
005840     READ WORKLIST
005850         AT END
005860             SET FIN-WRK TO TRUE
005870         NOT AT END
005880             PERFORM OBTENER-ADMIN-WORKLIST
005890             PERFORM BUSCAR-ADMIN-CATALOGO
005900             IF NOT ADMIN-CATALOGADO
005910                ADD 1 TO WS_CANT_RENG_SIN_ADM
005920             END-IF
005930     END-READ.
005940     IF FS_WRK NOT = "00" AND FS_WRK NOT = "10"
005950        DISPLAY "Error al leer Lista de Trabajo: " FS_WRK
005960        STOP RUN
005970     END-IF.

005980 BUSCAR-ADMIN-CATALOGO.
005990     MOVE "N" TO WS_SW_ADMIN_CATAL.
006000     IF WS_ADMIN_RENGLON NOT = 0
006010        PERFORM EVALUAR-ADMIN-CATALOGO
006020            VARYING WS_IDX_BUSQ FROM 1 BY 1
006030            UNTIL WS_IDX_BUSQ > WS_CANT_ADMIN
006040               OR ADMIN-CATALOGADO
006050     END-IF.

006060 EVALUAR-ADMIN-CATALOGO.
006070     IF WS_ADMIN-CODIGO(WS_IDX_BUSQ) = WS_ADMIN_RENGLON
006080        SET ADMIN-CATALOGADO TO TRUE
006090     END-IF.

006100*================================================================
006110* MOSTRAR-RESUMEN - TOTALES DE LAS SALIDAS POR ADMINISTRADOR
006120*================================================================
006130 MOSTRAR-RESUMEN.
006140     DISPLAY "ADMSAL - RESUMEN".
006150     DISPLAY "CONSORCIOS VOLCADOS POR ADMIN.: " WS_CANT_CONS_TOT.
006160     DISPLAY "BAJAS VOLCADAS POR ADMIN......: " WS_CANT_BAJAS_TOT.
006170     DISPLAY "RECHAZOS VOLCADOS POR ADMIN...: " WS_CANT_WRK_TOT.
006180     DISPLAY "CONSORCIOS SIN ADMIN CATAL....: "
006190             WS_CANT_CONS_SIN_ADM.
006200     DISPLAY "RENGLONES SIN ADMIN CATAL.....: "
006210             WS_CANT_RENG_SIN_ADM.
006220     IF WS_CANT_CONS_SIN_ADM > 0 OR WS_CANT_RENG_SIN_ADM > 0
006230        DISPLAY "HAY CONSORCIOS SIN ADMINISTRADOR DEL CATALOGO; "
006240                "ASIGNARLO DESDE MAEMANT"
006250     END-IF.

006260*================================================================
006270* CERRAR-ARCHIVOS - CIERRE ORDENADO DEL MAESTRO
006280*================================================================
006290 CERRAR-ARCHIVOS.
006300     CLOSE MAESTRO.
