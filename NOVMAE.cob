000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOVMAE.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. CARGA POR LOTE DE LAS
000110*                  NOVEDADES QUE MANDAN LOS ADMINISTRADORES
000120*                  ENTRE MERGES (NOVEDADES.DAT): CAMBIO DE
000130*                  CUENTA PRINCIPAL, DE TELEFONO, DE DIRECCION Y
000140*                  REACTIVACION. EL ARCHIVO TRAE SU CABECERA
000150*                  "HDR" Y SU CIERRE "TRL" Y SE VERIFICA
000160*                  COMPLETO ANTES DE TOCAR EL MAESTRO, IGUAL QUE
000170*                  LAS FUENTES DEL MERGE. CADA RENGLON PASA POR
000180*                  LAS MISMAS VALIDACIONES DEL MERGE (CUIT,
000190*                  BANCOS.DAT, FECHAS Y REGLAS DE TRANSEST.DAT);
000200*                  LOS ACEPTADOS SE APLICAN SOBRE MAESTRO.DAT Y
000210*                  CUENTAS-MAESTRO.DAT CON SU MOVIMIENTO EN
000220*                  MOVMAESTRO.DAT, Y LOS RECHAZADOS VAN CON EL
000230*                  MOTIVO A NOVEDADES-RECHAZADAS.DAT PARA
000240*                  DEVOLVER AL ADMINISTRADOR.
000242* 2026-10-15  DLV  LA REACTIVACION DE UN CONSORCIO QUE NO ESTA
000245*                  DADO DE BAJA SE RECHAZA ANTES DE VALIDAR EL
000247*                  ESTADO Y LA FECHA.
000250*================================================================

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT NOVEDADES    ASSIGN TO DISK
000300                          FILE STATUS IS FS_NOV.

000310     SELECT ESTADOS      ASSIGN TO DISK
000320                          FILE STATUS IS FS_EST.

000330     SELECT TRANSEST     ASSIGN TO DISK
000340                          FILE STATUS IS FS_TRN.

000350     SELECT BANCOS       ASSIGN TO DISK
000360                          FILE STATUS IS FS_BAN.

000370     SELECT MAESTRO      ASSIGN TO DISK
000380                          ORGANIZATION IS INDEXED
000390                          ACCESS MODE IS DYNAMIC
000400                          RECORD KEY IS MAE-CUIT-CONS
000410                          FILE STATUS IS FS_MAE.

000420     SELECT CTAS_MAESTRO ASSIGN TO DISK
000430                          ORGANIZATION IS INDEXED
000440                          ACCESS MODE IS DYNAMIC
000450                          RECORD KEY IS CTAM-CLAVE
000460                          FILE STATUS IS FS_CTAM.

000470     SELECT MOVIMIENTOS  ASSIGN TO DISK
000480                          FILE STATUS IS FS_MOV.

000490     SELECT CICLO        ASSIGN TO DISK
000500                          ORGANIZATION IS INDEXED
000510                          ACCESS MODE IS DYNAMIC
000520                          RECORD KEY IS CIC-PERIODO
000530                          FILE STATUS IS FS_CIC.

000540     SELECT RECHAZADAS   ASSIGN TO DISK
000550                          FILE STATUS IS FS_RECH.

000560     SELECT APLICADAS    ASSIGN TO DISK
000570                          FILE STATUS IS FS_APL.

000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------------
000610* NOVEDADES - LOTE DE NOVEDADES DE UN ADMINISTRADOR. PRIMER
000620* REGISTRO "HDR" + FECHA DE GENERACION (AAAAMMDD) + CODIGO DE
000630* ADMINISTRADOR (00000 = CARGA INTERNA, SIN RESTRICCION DE
000640* CONSORCIOS); ULTIMO REGISTRO "TRL" + CANTIDAD DE RENGLONES DE
000650* DETALLE. CADA DETALLE TRAE EL CODIGO DE NOVEDAD, EL CUIT DEL
000660* CONSORCIO Y LOS DATOS QUE CORRESPONDEN A ESE CODIGO:
000670*   CTA - NUEVA CUENTA PRINCIPAL: NRO DE CUENTA, ENTIDAD,
000680*         SUCURSAL Y FECHA DE ALTA DE LA CUENTA (AAAAMMDD).
000690*   TEL - NUEVO TELEFONO.
000700*   DIR - NUEVA DIRECCION.
000710*   REA - REACTIVACION: ESTADO AL QUE PASA Y FECHA (AAAAMMDD).
000720*----------------------------------------------------------------
000730 FD  NOVEDADES LABEL RECORD IS STANDARD
000740            VALUE OF FILE-ID IS "novedades.dat".

000750 01  REG-NOVEDAD.
000760     03 NOV-CODIGO              PIC X(03).
000770        88 NOV-ES-CUENTA                  VALUE "CTA".
000780        88 NOV-ES-TELEFONO                VALUE "TEL".
000790        88 NOV-ES-DIRECCION               VALUE "DIR".
000800        88 NOV-ES-REACTIVACION            VALUE "REA".
000810        88 NOV-ES-CIERRE                  VALUE "TRL".
000820     03 NOV-CUIT-CONS           PIC 9(15).
000830     03 NOV-DATOS               PIC X(30).
000840     03 NOV-DATOS-CTA REDEFINES NOV-DATOS.
000850        05 NOV-NRO-CTA          PIC 9(08).
000860        05 NOV-ENTIDAD          PIC 9(03).
000870        05 NOV-SUCURSAL         PIC 9(03).
000880        05 NOV-FECHA-CTA        PIC X(10).
000890        05 FILLER               PIC X(06).
000900     03 NOV-DATOS-TEL REDEFINES NOV-DATOS.
000910        05 NOV-TEL              PIC X(15).
000920        05 FILLER               PIC X(15).
000930     03 NOV-DATOS-DIR REDEFINES NOV-DATOS.
000940        05 NOV-DIR              PIC X(30).
000950     03 NOV-DATOS-REA REDEFINES NOV-DATOS.
000960        05 NOV-ESTADO           PIC 9(02).
000970        05 NOV-FECHA-REA        PIC X(10).
000980        05 FILLER               PIC X(18).

000990 FD  ESTADOS LABEL RECORD IS STANDARD
001000             VALUE OF FILE-ID IS "estados.dat".

001010 01  EST.
001020     03 EST-ESTADO              PIC 9(02).
001030     03 EST-DESCRIP             PIC X(15).

001040 FD  TRANSEST LABEL RECORD IS STANDARD
001050             VALUE OF FILE-ID IS "transest.dat".

001060 01  TRN.
001070     03 TRN-ESTADO-DESDE        PIC 9(02).
001080     03 TRN-ESTADO-HASTA        PIC 9(02).

001090 FD  BANCOS LABEL RECORD IS STANDARD
001100            VALUE OF FILE-ID IS "bancos.dat".

001110 01  BAN.
001120     03 BAN-ENTIDAD             PIC 9(03).
001130     03 BAN-SUCURSAL            PIC 9(03).
001140     03 BAN-NOMBRE              PIC X(25).

001150 FD  MAESTRO LABEL RECORD IS STANDARD
001160             VALUE OF FILE-ID IS "maestro.dat".

001170     COPY MAEREC.

001180 FD  CTAS_MAESTRO LABEL RECORD IS STANDARD
001190             VALUE OF FILE-ID IS "cuentas-maestro.dat".

001200     COPY CTASMREC.

001210 FD  MOVIMIENTOS LABEL RECORD IS STANDARD
001220            VALUE OF FILE-ID IS "movmaestro.dat".

001230     COPY MOVJREC.

001240 FD  CICLO LABEL RECORD IS STANDARD
001250            VALUE OF FILE-ID IS "ciclo-control.dat".

001260     COPY CICLOREC.

001270*----------------------------------------------------------------
001280* RECHAZADAS - LO QUE SE LE DEVUELVE AL ADMINISTRADOR: CADA
001290* RENGLON RECHAZADO TAL COMO VINO, CON EL MOTIVO DEL RECHAZO.
001300*----------------------------------------------------------------
001310 FD  RECHAZADAS LABEL RECORD OMITTED
001320             VALUE OF FILE-ID IS "novedades-rechazadas.dat".

001330 01  LINEA-RECH                 PIC X(100).

001340*----------------------------------------------------------------
001350* APLICADAS - CONSTANCIA DE LO APLICADO, CON UNA NOTA SOBRE EN
001360* QUE EXTRACTO SALE CADA CAMBIO DE CUENTA.
001370*----------------------------------------------------------------
001380 FD  APLICADAS LABEL RECORD OMITTED
001390             VALUE OF FILE-ID IS "novedades-aplicadas.dat".

001400 01  LINEA-APL                  PIC X(100).

001410 WORKING-STORAGE SECTION.
001420 77  FS_NOV                PIC XX.
001430 77  FS_EST                PIC XX.
001440 77  FS_TRN                PIC XX.
001450 77  FS_BAN                PIC XX.
001460 77  FS_MAE                PIC XX.
001470 77  FS_CTAM               PIC XX.
001480 77  FS_MOV                PIC XX.
001490 77  FS_CIC                PIC XX.
001500 77  FS_RECH               PIC XX.
001510 77  FS_APL                PIC XX.
001520 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
001530 77  WS_CANT_LEIDAS        PIC 9(10) VALUE 0.
001540 77  WS_CANT_APLICADAS     PIC 9(10) VALUE 0.
001550 77  WS_CANT_RECHAZADAS    PIC 9(10) VALUE 0.
001560 77  WS_CANT_APL_CTA       PIC 9(10) VALUE 0.
001570 77  WS_CANT_APL_TEL       PIC 9(10) VALUE 0.
001580 77  WS_CANT_APL_DIR       PIC 9(10) VALUE 0.
001590 77  WS_CANT_APL_REA       PIC 9(10) VALUE 0.
001600 77  WS_MOTIVO_NOV         PIC X(40) VALUE SPACES.
001610 77  WS_NOTA_APL           PIC X(40) VALUE SPACES.
001620 77  WS_MAE_ANTERIOR       PIC X(144) VALUE SPACES.
001630 77  WS_NRO_CTA_ANTERIOR   PIC 9(08) VALUE 0.
001640 77  WS_DESCRIP_ESTADO     PIC X(15) VALUE SPACES.

001650*----------------------------------------------------------------
001660* CONTROL DEL ARCHIVO DE NOVEDADES: CABECERA "HDR" + FECHA DE
001670* GENERACION + ADMINISTRADOR, Y CIERRE "TRL" + CANTIDAD DE
001680* RENGLONES DE DETALLE. UN LOTE DE OTRO PERIODO ES UN LOTE
001690* VIEJO OLVIDADO EN EL DIRECTORIO Y SE RECHAZA ENTERO.
001700*----------------------------------------------------------------
001710 77  WS_PERIODO_PROCESO    PIC 9(06) VALUE 0.
001720 77  WS_PERIODO_HDR        PIC 9(06) VALUE 0.
001730 77  WS_PERIODO_RESTO      PIC 9(02) VALUE 0.
001740 77  WS_CTL_CANT_REGS      PIC 9(10) VALUE 0.
001750 77  WS_CTLH-FECHA-NUM     PIC 9(08) VALUE 0.
001760 77  WS_CTLT-CANT-NUM      PIC 9(10) VALUE 0.
001770 77  WS_ADMIN_LOTE         PIC 9(05) VALUE 0.

001780 01  WS_CTL_HEADER.
001790     03 WS_CTLH-MARCA      PIC X(03).
001800     03 WS_CTLH-FECHA      PIC X(08).
001810     03 WS_CTLH-ADMIN      PIC X(05).
001820 01  WS_CTL_TRAILER.
001830     03 WS_CTLT-MARCA      PIC X(03).
001840     03 WS_CTLT-CANT       PIC X(10).

001850*----------------------------------------------------------------
001860* TABLAS DE ESTADOS, BANCOS Y REGLAS DE TRANSICION EN MEMORIA,
001870* LAS MISMAS QUE CARGA EL MERGE.
001880*----------------------------------------------------------------
001890 77  WS_MAX_ESTADOS        PIC 9(02) VALUE 50.
001900 77  WS_IDX_EST            PIC 9(04) VALUE 0.
001910 77  WS_MAX_BANCOS         PIC 9(03) VALUE 200.
001920 77  WS_IDX_BAN            PIC 9(04) VALUE 0.
001930 77  WS_MAX_TRANS          PIC 9(03) VALUE 100.
001940 77  WS_IDX_TRN            PIC 9(04) VALUE 0.
001950 77  WS_ESTADO_ANTERIOR    PIC 9(02) VALUE 0.

001960     COPY ESTTAB.

001970     COPY BANTAB.

001980     COPY TRNTAB.

001990*----------------------------------------------------------------
002000* VALIDACION DEL CUIT (VALIDAR-CUIT), LA MISMA DEL MERGE: 11
002010* DIGITOS REALES, PREFIJO DE PERSONA JURIDICA Y DIGITO
002020* VERIFICADOR POR MODULO 11.
002030*----------------------------------------------------------------
002040 01  WS_SW_CUIT.
002050     03 WS_SW_CUIT_OK      PIC X(01) VALUE "S".
002060        88 CUIT-VALIDO        VALUE "S".
002070        88 CUIT-INVALIDO      VALUE "N".
002080 01  WS_MOTIVO_CUIT        PIC X(30) VALUE SPACES.
002090 01  WS_CUIT_AREA.
002100     03 WS_CUIT_VALIDAR    PIC 9(15) VALUE 0.
002110     03 WS_CUIT_DIGITOS REDEFINES WS_CUIT_VALIDAR.
002120        05 WS_CUIT_DIG     PIC 9(01) OCCURS 15 TIMES.
002130 01  WS_CUIT_PESOS         PIC X(10) VALUE "5432765432".
002140 01  WS_CUIT_PESOS-R REDEFINES WS_CUIT_PESOS.
002150     03 WS_CUIT_PESO       PIC 9(01) OCCURS 10 TIMES.
002160 77  WS_IDX_CUIT           PIC 9(02) VALUE 0.
002170 77  WS_CUIT_PREFIJO       PIC 9(02) VALUE 0.
002180 77  WS_CUIT_PROD          PIC 9(02) VALUE 0.
002190 77  WS_CUIT_SUMA          PIC 9(04) VALUE 0.
002200 77  WS_CUIT_COCIENTE      PIC 9(04) VALUE 0.
002210 77  WS_CUIT_RESTO         PIC 9(02) VALUE 0.
002220 77  WS_CUIT_DV_CALC       PIC 9(02) VALUE 0.

002230*----------------------------------------------------------------
002240* VALIDACION DE FECHAS AAAAMMDD (VALIDAR-FORMATO-FECHA), LA
002250* MISMA DEL MERGE.
002260*----------------------------------------------------------------
002270 01  WS_SW_FECHAS.
002280     03 WS_SW_FECHAS_OK    PIC X(01) VALUE "S".
002290        88 FECHAS-VALIDAS     VALUE "S".
002300        88 FECHAS-INVALIDAS   VALUE "N".
002310 01  WS_SW_BISIESTO.
002320     03 WS_SW_FECHA_BISIESTO PIC X(01) VALUE "N".
002330        88 WS_FECHA-BISIESTO    VALUE "S".
002340        88 WS_FECHA-NO-BISIESTO VALUE "N".
002350 01  WS_FECHA-8            PIC X(08).
002360 01  WS_FECHA-AAAAMMDD     PIC 9(08).
002370 01  WS_FECHA-BAJA-NUM     PIC 9(08).
002380 01  WS_FECHA-ANIO_4       PIC 9(04).
002390 01  WS_FECHA-MM           PIC 9(02).
002400 01  WS_FECHA-DD           PIC 9(02).
002410 01  WS_FECHA-DIAS_MES     PIC 9(02).
002420 01  WS_FECHA-COCIENTE     PIC 9(04).
002430 01  WS_FECHA-RESTO_4      PIC 9(04).
002440 01  WS_FECHA-RESTO_100    PIC 9(04).
002450 01  WS_FECHA-RESTO_400    PIC 9(04).

002460*----------------------------------------------------------------
002470* SITUACION DEL CICLO DEL PERIODO, PARA SABER EN QUE EXTRACTO
002480* SALE UN CAMBIO DE CUENTA:
002490*   P - EXTRACTO PENDIENTE: SALE EN EL EXTRACTO DEL PERIODO.
002500*   E - EXTRACTO GENERADO Y TODAVIA SIN CONCILIAR: SE APLICA Y
002510*       SE ANULA EL EXTRACTO EN CICLO-CONTROL PARA QUE SE
002520*       REGENERE Y EL CAMBIO SALGA EN EL PERIODO.
002530*   C - EXTRACTO CONCILIADO Y COBRO EN CURSO (RETORNO O SEGUNDA
002540*       PRESENTACION PENDIENTES): EL CAMBIO DE CUENTA SE RECHAZA,
002550*       EL RETORNO VA A VOLVER CONTRA LA CUENTA VIEJA.
002560*   F - CICLO DEL PERIODO CERRADO: SALE EN EL PROXIMO EXTRACTO.
002570*----------------------------------------------------------------
002580 01  WS_SW_CICLO           PIC X(01) VALUE "P".
002590     88 CICLO-EXTRACTO-PENDIENTE       VALUE "P".
002600     88 CICLO-EXTRACTO-SIN-CONCILIAR   VALUE "E".
002610     88 CICLO-COBRO-EN-CURSO           VALUE "C".
002620     88 CICLO-CERRADO                  VALUE "F".

002630 01  WS_SWITCHES.
002640     03 WS_SW_FIN_NOV      PIC X(01) VALUE "N".
002650        88 FIN-NOV                  VALUE "S".
002660     03 WS_SW_TRL_VISTO    PIC X(01) VALUE "N".
002670        88 TRL-VISTO                VALUE "S".
002680     03 WS_SW_NOVEDAD      PIC X(01) VALUE "S".
002690        88 NOVEDAD-VALIDA           VALUE "S".
002700        88 NOVEDAD-INVALIDA         VALUE "N".
002710     03 WS_SW_BANCO        PIC X(01) VALUE "N".
002720        88 BANCO-HABILITADO         VALUE "S".
002730     03 WS_SW_TRANSICION   PIC X(01) VALUE "S".
002740        88 TRANSICION-PERMITIDA     VALUE "S".
002750        88 TRANSICION-PROHIBIDA     VALUE "N".
002760     03 WS_SW_CTA_EXISTE   PIC X(01) VALUE "N".
002770        88 CTA-EXISTENTE            VALUE "S".
002780     03 WS_SW_MERGE        PIC X(01) VALUE "N".
002790        88 MERGE-DEL-PERIODO        VALUE "S".
002800     03 WS_SW_ANULAR_EXT   PIC X(01) VALUE "N".
002810        88 ANULAR-EXTRACTO          VALUE "S".

002820*----------------------------------------------------------------
002830* RENGLONES DE LOS LISTADOS DE RECHAZADAS Y APLICADAS. EL
002840* DETALLE REPITE EL RENGLON TAL COMO LO MANDO EL ADMINISTRADOR
002850* Y AGREGA EL MOTIVO (O LA NOTA, EN LAS APLICADAS).
002860*----------------------------------------------------------------
002870 01  WS_LINEA-TIT.
002880     03 WS_LINTIT-TITULO   PIC X(24).
002890     03 WS_LINTIT-FECHA    PIC 9(08).
002900     03 FILLER             PIC X(18)
002910         VALUE " - ADMINISTRADOR ".
002920     03 WS_LINTIT-ADMIN    PIC 9(05).

002930 01  WS_LINEA-ENC.
002940     03 FILLER             PIC X(47) VALUE
002950         "COD  CUIT-CONSORCIO   DATOS DE LA NOVEDAD      ".
002960     03 FILLER             PIC X(20) VALUE
002970         "       MOTIVO / NOTA".

002980 01  WS_LINEA-NOV.
002990     03 WS_LINNOV-CODIGO   PIC X(03).
003000     03 FILLER             PIC X(02) VALUE SPACES.
003010     03 WS_LINNOV-CUIT     PIC X(15).
003020     03 FILLER             PIC X(02) VALUE SPACES.
003030     03 WS_LINNOV-DATOS    PIC X(30).
003040     03 FILLER             PIC X(02) VALUE SPACES.
003050     03 WS_LINNOV-MOTIVO   PIC X(40).

003060 PROCEDURE DIVISION.
003070     PERFORM INICIALIZAR.
003080     PERFORM VERIFICAR-CICLO.
003090     PERFORM GEN-TABLA-ESTADOS.
003100     PERFORM GEN-TABLA-BANCOS.
003110     PERFORM GEN-TABLA-TRANS.
003120     PERFORM VERIFICAR-CONTROLES.
003130     PERFORM ABRIR-ARCHIVOS.
003140     PERFORM LEO-NOVEDAD.
003150     PERFORM PROCESAR-NOVEDAD UNTIL FIN-NOV.
003160     IF ANULAR-EXTRACTO
003170        PERFORM ANULAR-EXTRACTO-CICLO
003180     END-IF.
003190     PERFORM MOSTRAR-RESUMEN.
003200     PERFORM CERRAR-ARCHIVOS.
003210     STOP RUN.

003220*================================================================
003230* INICIALIZAR - FECHA DEL SISTEMA Y PERIODO DE PROCESO (AAAAMM),
003240* EL MISMO QUE USA EL MERGE PARA SUS CONTROLES.
003250*================================================================
003260 INICIALIZAR.
003270     DISPLAY "NOVMAE INICIA".
003280     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
003290     DIVIDE WS_FECHA_SISTEMA BY 100
003300         GIVING WS_PERIODO_PROCESO REMAINDER WS_PERIODO_RESTO.

003310*================================================================
003320* VERIFICAR-CICLO - UBICA EN QUE PASO ESTA EL CICLO DEL PERIODO
003330* (WS_SW_CICLO) PARA DECIDIR COMO SE TRATA UN CAMBIO DE CUENTA.
003340* SIN CONTROL DE CICLO, O SIN REGISTRO DEL PERIODO, EL EXTRACTO
003350* ESTA PENDIENTE. SI EL MERGE DEL PERIODO TODAVIA NO CORRIO SE
003360* AVISA: EL MERGE TOMA LA CUENTA PRINCIPAL DE CUENTAS.DAT PARA
003370* LOS CONSORCIOS QUE VIENEN EN LAS FUENTES.
003380*================================================================
003390 VERIFICAR-CICLO.
003400     SET CICLO-EXTRACTO-PENDIENTE TO TRUE.
003410     OPEN INPUT CICLO.
003420     IF FS_CIC = "35"
003430        DISPLAY "VERIFICAR-CICLO - SIN CONTROL DE CICLO"
003440     ELSE
003450        IF FS_CIC NOT = "00"
003460           DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
003470           STOP RUN
003480        END-IF
003490        MOVE WS_PERIODO_PROCESO TO CIC-PERIODO
003500        READ CICLO
003510            INVALID KEY
003520                MOVE 0 TO CIC-FECHA-MERGE
003530                MOVE 0 TO CIC-FECHA-EXTRACTO
003540        END-READ
003550        IF CIC-FECHA-MERGE NOT = 0
003560           SET MERGE-DEL-PERIODO TO TRUE
003570        END-IF
003580        EVALUATE TRUE
003590            WHEN CIC-FECHA-EXTRACTO = 0
003600                SET CICLO-EXTRACTO-PENDIENTE TO TRUE
003610            WHEN CIC-FECHA-CONCILIA = 0
003620                SET CICLO-EXTRACTO-SIN-CONCILIAR TO TRUE
003630            WHEN CIC-FECHA-RET-SEGUNDA = 0
003640                SET CICLO-COBRO-EN-CURSO TO TRUE
003650            WHEN OTHER
003660                SET CICLO-CERRADO TO TRUE
003670        END-EVALUATE
003680        CLOSE CICLO
003690     END-IF.
003700     IF NOT MERGE-DEL-PERIODO
003710        DISPLAY "VERIFICAR-CICLO - ADVERTENCIA: EL MERGE DEL "
003720                "PERIODO " WS_PERIODO_PROCESO " NO CORRIO; "
003730                "UN CAMBIO DE CUENTA QUE NO VENGA TAMBIEN EN "
003740                "CUENTAS.DAT LO DESHACE EL MERGE"
003750     END-IF.
003760     IF CICLO-COBRO-EN-CURSO
003770        DISPLAY "VERIFICAR-CICLO - PERIODO " WS_PERIODO_PROCESO
003780                " CON EL COBRO EN CURSO: LOS CAMBIOS DE CUENTA "
003790                "SE RECHAZAN HASTA CERRAR EL CICLO"
003800     END-IF.

003810*================================================================
003820* GEN-TABLA-ESTADOS - CARGA EN MEMORIA LA TABLA DE ESTADOS DE
003830* CONSORCIO (ESTADOS.DAT) PARA VALIDAR LAS REACTIVACIONES.
003840*================================================================
003850 GEN-TABLA-ESTADOS.
003860     MOVE 0 TO WS_CANT_ESTADOS.
003870     OPEN INPUT ESTADOS.
003880     IF FS_EST NOT = "00"
003890        DISPLAY "Error al abrir Estados: " FS_EST
003900        STOP RUN
003910     END-IF.
003920     PERFORM CARGAR-ESTADO
003930         UNTIL FS_EST = "10"
003940            OR WS_CANT_ESTADOS = WS_MAX_ESTADOS.
003950     IF WS_CANT_ESTADOS = WS_MAX_ESTADOS AND FS_EST NOT = "10"
003960        DISPLAY "GEN-TABLA-ESTADOS - ADVERTENCIA: TABLA LLENA "
003970                "(" WS_MAX_ESTADOS "), SE IGNORA EL RESTO DE "
003980                "ESTADOS.DAT"
003990     END-IF.
004000     CLOSE ESTADOS.
004010     DISPLAY "GEN-TABLA-ESTADOS - ESTADOS CARGADOS: "
004020             WS_CANT_ESTADOS.

004030 CARGAR-ESTADO.
004040     READ ESTADOS
004050         AT END
004060             MOVE "10" TO FS_EST
004070         NOT AT END
004080             ADD 1 TO WS_CANT_ESTADOS
004090             MOVE EST-ESTADO  TO WS_ESTADO-CODIGO(WS_CANT_ESTADOS)
004100             MOVE EST-DESCRIP
004110                  TO WS_ESTADO-DESCRIP(WS_CANT_ESTADOS)
004120     END-READ.

004130*================================================================
004140* GEN-TABLA-BANCOS - CARGA EN MEMORIA EL CATALOGO DE ENTIDADES Y
004150* SUCURSALES HABILITADAS (BANCOS.DAT) PARA VALIDAR LAS CUENTAS
004160* NUEVAS.
004170*================================================================
004180 GEN-TABLA-BANCOS.
004190     MOVE 0 TO WS_CANT_BANCOS.
004200     OPEN INPUT BANCOS.
004210     IF FS_BAN NOT = "00"
004220        DISPLAY "Error al abrir Bancos: " FS_BAN
004230        STOP RUN
004240     END-IF.
004250     PERFORM CARGAR-BANCO
004260         UNTIL FS_BAN = "10"
004270            OR WS_CANT_BANCOS = WS_MAX_BANCOS.
004280     IF WS_CANT_BANCOS = WS_MAX_BANCOS AND FS_BAN NOT = "10"
004290        DISPLAY "GEN-TABLA-BANCOS - ADVERTENCIA: TABLA LLENA "
004300                "(" WS_MAX_BANCOS "), SE IGNORA EL RESTO DE "
004310                "BANCOS.DAT"
004320     END-IF.
004330     CLOSE BANCOS.
004340     DISPLAY "GEN-TABLA-BANCOS - BANCOS CARGADOS: "
004350             WS_CANT_BANCOS.

004360 CARGAR-BANCO.
004370     READ BANCOS
004380         AT END
004390             MOVE "10" TO FS_BAN
004400         NOT AT END
004410             ADD 1 TO WS_CANT_BANCOS
004420             MOVE BAN-ENTIDAD  TO WS_BANCO-ENTIDAD(WS_CANT_BANCOS)
004430             MOVE BAN-SUCURSAL
004440                  TO WS_BANCO-SUCURSAL(WS_CANT_BANCOS)
004450             MOVE BAN-NOMBRE   TO WS_BANCO-NOMBRE(WS_CANT_BANCOS)
004460     END-READ.

004470*================================================================
004480* GEN-TABLA-TRANS - CARGA EN MEMORIA LAS REGLAS DE TRANSICION DE
004490* ESTADOS (TRANSEST.DAT). SIN REGLAS CARGADAS NO SE LIMITA
004500* NINGUN CAMBIO DE ESTADO, IGUAL QUE EN EL MERGE.
004510*================================================================
004520 GEN-TABLA-TRANS.
004530     MOVE 0 TO WS_CANT_TRANS.
004540     OPEN INPUT TRANSEST.
004550     IF FS_TRN = "35"
004560        DISPLAY "GEN-TABLA-TRANS - SIN REGLAS DE TRANSICION"
004570     ELSE
004580        IF FS_TRN NOT = "00"
004590           DISPLAY "Error al abrir Reglas de Transicion: " FS_TRN
004600           STOP RUN
004610        END-IF
004620        PERFORM CARGAR-TRANSICION
004630            UNTIL FS_TRN = "10"
004640               OR WS_CANT_TRANS = WS_MAX_TRANS
004650        IF WS_CANT_TRANS = WS_MAX_TRANS AND FS_TRN NOT = "10"
004660           DISPLAY "GEN-TABLA-TRANS - ADVERTENCIA: TABLA LLENA "
004670                   "(" WS_MAX_TRANS "), SE IGNORA EL RESTO DE "
004680                   "TRANSEST.DAT"
004690        END-IF
004700        CLOSE TRANSEST
004710        DISPLAY "GEN-TABLA-TRANS - REGLAS CARGADAS: "
004720                WS_CANT_TRANS
004730     END-IF.

004740 CARGAR-TRANSICION.
004750     READ TRANSEST
004760         AT END
004770             MOVE "10" TO FS_TRN
004780         NOT AT END
004790             ADD 1 TO WS_CANT_TRANS
004800             MOVE TRN-ESTADO-DESDE
004810                  TO WS_TRANS-DESDE(WS_CANT_TRANS)
004820             MOVE TRN-ESTADO-HASTA
004830                  TO WS_TRANS-HASTA(WS_CANT_TRANS)
004840     END-READ.

004850*================================================================
004860* VERIFICAR-CONTROLES - ANTES DE TOCAR EL MAESTRO RECORRE EL LOTE
004870* COMPLETO: TIENE QUE EMPEZAR CON LA CABECERA "HDR" DEL PERIODO
004880* DE LA CORRIDA, TERMINAR CON EL CIERRE "TRL" Y LA CANTIDAD DEL
004890* CIERRE DEBE SER LA DE LOS RENGLONES DE DETALLE. SI NO, SE
004900* RECHAZA EL LOTE ENTERO CON RETURN-CODE 8 (TRANSMISION CORTADA
004910* O LOTE VIEJO) Y NO SE APLICA NINGUN RENGLON.
004920*================================================================
004930 VERIFICAR-CONTROLES.
004940     OPEN INPUT NOVEDADES.
004950     IF FS_NOV = "35"
004960        DISPLAY "VERIFICAR-CONTROLES - SIN NOVEDADES.DAT, NO HAY "
004970                "NADA QUE PROCESAR"
004980        STOP RUN
004990     END-IF.
005000     IF FS_NOV NOT = "00"
005010        DISPLAY "Error al abrir Novedades: " FS_NOV
005020        STOP RUN
005030     END-IF.
005040     MOVE "N" TO WS_SW_FIN_NOV.
005050     PERFORM VER-LEER-NOVEDAD.
005060     PERFORM VERIFICAR-CABECERA.
005070     MOVE 0 TO WS_CTL_CANT_REGS.
005080     MOVE "N" TO WS_SW_TRL_VISTO.
005090     PERFORM VER-CONTAR-NOVEDAD
005100         UNTIL FIN-NOV OR TRL-VISTO.
005110     PERFORM VERIFICAR-CIERRE.
005120     PERFORM VER-LEER-NOVEDAD.
005130     IF NOT FIN-NOV
005140        DISPLAY "VERIFICAR-CONTROLES - NOVEDADES.DAT TIENE "
005150                "REGISTROS DESPUES DEL CIERRE, SE RECHAZA EL LOTE"
005160        MOVE 8 TO RETURN-CODE
005170        STOP RUN
005180     END-IF.
005190     CLOSE NOVEDADES.
005200     MOVE "N" TO WS_SW_FIN_NOV.
005210     DISPLAY "VERIFICAR-CONTROLES - LOTE DEL ADMINISTRADOR "
005220             WS_ADMIN_LOTE " CON " WS_CTL_CANT_REGS
005230             " NOVEDADES, CONTROLES OK".

005240 VER-LEER-NOVEDAD.
005250     READ NOVEDADES
005260         AT END
005270             SET FIN-NOV TO TRUE
005280     END-READ.

005290 VER-CONTAR-NOVEDAD.
005300     PERFORM VER-LEER-NOVEDAD.
005310     IF NOT FIN-NOV
005320        IF NOV-ES-CIERRE
005330           SET TRL-VISTO TO TRUE
005340           MOVE REG-NOVEDAD(1:13) TO WS_CTL_TRAILER
005350        ELSE
005360           ADD 1 TO WS_CTL_CANT_REGS
005370        END-IF
005380     END-IF.

005390*================================================================
005400* VERIFICAR-CABECERA - EL PRIMER REGISTRO DEBE SER LA CABECERA
005410* "HDR", CON FECHA DE GENERACION DEL PERIODO DE LA CORRIDA Y UN
005420* CODIGO DE ADMINISTRADOR NUMERICO.
005430*================================================================
005440 VERIFICAR-CABECERA.
005450     IF FIN-NOV OR NOV-CODIGO NOT = "HDR"
005460        DISPLAY "VERIFICAR-CONTROLES - NOVEDADES.DAT SIN "
005470                "REGISTRO CABECERA, SE RECHAZA EL LOTE"
005480        MOVE 8 TO RETURN-CODE
005490        STOP RUN
005500     END-IF.
005510     MOVE REG-NOVEDAD(1:16) TO WS_CTL_HEADER.
005520     IF WS_CTLH-FECHA NOT NUMERIC OR WS_CTLH-ADMIN NOT NUMERIC
005530        DISPLAY "VERIFICAR-CONTROLES - NOVEDADES.DAT CON "
005540                "CABECERA ILEGIBLE, SE RECHAZA EL LOTE"
005550        MOVE 8 TO RETURN-CODE
005560        STOP RUN
005570     END-IF.
005580     MOVE WS_CTLH-ADMIN TO WS_ADMIN_LOTE.
005590     MOVE WS_CTLH-FECHA TO WS_CTLH-FECHA-NUM.
005600     DIVIDE WS_CTLH-FECHA-NUM BY 100
005610         GIVING WS_PERIODO_HDR REMAINDER WS_PERIODO_RESTO.
005620     IF WS_PERIODO_HDR NOT = WS_PERIODO_PROCESO
005630        DISPLAY "VERIFICAR-CONTROLES - NOVEDADES.DAT GENERADO "
005640                "EN EL PERIODO " WS_PERIODO_HDR " Y LA CORRIDA "
005650                "ES DEL " WS_PERIODO_PROCESO
005660                ", SE RECHAZA EL LOTE"
005670        MOVE 8 TO RETURN-CODE
005680        STOP RUN
005690     END-IF.

005700*================================================================
005710* VERIFICAR-CIERRE - TIENE QUE HABER APARECIDO EL CIERRE "TRL" Y
005720* SU CANTIDAD DEBE COINCIDIR CON LOS RENGLONES CONTADOS.
005730*================================================================
005740 VERIFICAR-CIERRE.
005750     IF NOT TRL-VISTO
005760        DISPLAY "VERIFICAR-CONTROLES - NOVEDADES.DAT SIN "
005770                "REGISTRO DE CIERRE, SE RECHAZA EL LOTE"
005780        MOVE 8 TO RETURN-CODE
005790        STOP RUN
005800     END-IF.
005810     IF WS_CTLT-CANT NOT NUMERIC
005820        DISPLAY "VERIFICAR-CONTROLES - NOVEDADES.DAT CON "
005830                "CANTIDAD ILEGIBLE EN EL CIERRE, SE RECHAZA EL "
005840                "LOTE"
005850        MOVE 8 TO RETURN-CODE
005860        STOP RUN
005870     END-IF.
005880     MOVE WS_CTLT-CANT TO WS_CTLT-CANT-NUM.
005890     IF WS_CTLT-CANT-NUM NOT = WS_CTL_CANT_REGS
005900        DISPLAY "VERIFICAR-CONTROLES - NOVEDADES.DAT DECLARA "
005910                WS_CTLT-CANT-NUM " RENGLONES Y TRAE "
005920                WS_CTL_CANT_REGS ", SE RECHAZA EL LOTE"
005930        MOVE 8 TO RETURN-CODE
005940        STOP RUN
005950     END-IF.

005960*================================================================
005970* ABRIR-ARCHIVOS - REABRE EL LOTE YA VERIFICADO Y SALTEA SU
005980* CABECERA; ABRE MAESTRO Y CUENTAS-MAESTRO PARA ACTUALIZAR, EL
005990* DIARIO DE MOVIMIENTOS EN EXTEND Y LOS DOS LISTADOS.
006000*================================================================
006010 ABRIR-ARCHIVOS.
006020     OPEN INPUT NOVEDADES.
006030     IF FS_NOV NOT = "00"
006040        DISPLAY "Error al abrir Novedades: " FS_NOV
006050        STOP RUN
006060     END-IF.
006070     PERFORM VER-LEER-NOVEDAD.
006080     OPEN I-O MAESTRO.
006090     IF FS_MAE NOT = "00"
006100        DISPLAY "Error al abrir Maestro: " FS_MAE
006110        STOP RUN
006120     END-IF.
006130     OPEN I-O CTAS_MAESTRO.
006140     IF FS_CTAM NOT = "00"
006150        DISPLAY "Error al abrir Cuentas-Maestro: " FS_CTAM
006160        STOP RUN
006170     END-IF.
006180     OPEN EXTEND MOVIMIENTOS.
006190     IF FS_MOV = "35"
006200        OPEN OUTPUT MOVIMIENTOS
006210     END-IF.
006220     IF FS_MOV NOT = "00"
006230        DISPLAY "Error al abrir Diario de Movimientos: " FS_MOV
006240        STOP RUN
006250     END-IF.
006260     OPEN OUTPUT RECHAZADAS.
006270     IF FS_RECH NOT = "00"
006280        DISPLAY "Error al abrir Novedades Rechazadas: " FS_RECH
006290        STOP RUN
006300     END-IF.
006310     OPEN OUTPUT APLICADAS.
006320     IF FS_APL NOT = "00"
006330        DISPLAY "Error al abrir Novedades Aplicadas: " FS_APL
006340        STOP RUN
006350     END-IF.
006360     MOVE WS_FECHA_SISTEMA TO WS_LINTIT-FECHA.
006370     MOVE WS_ADMIN_LOTE    TO WS_LINTIT-ADMIN.
006380     MOVE "NOVEDADES RECHAZADAS AL " TO WS_LINTIT-TITULO.
006390     WRITE LINEA-RECH FROM WS_LINEA-TIT.
006400     WRITE LINEA-RECH FROM WS_LINEA-ENC.
006410     MOVE "NOVEDADES APLICADAS AL  " TO WS_LINTIT-TITULO.
006420     WRITE LINEA-APL FROM WS_LINEA-TIT.
006430     WRITE LINEA-APL FROM WS_LINEA-ENC.

006440*================================================================
006450* LEO-NOVEDAD - LEE EL SIGUIENTE RENGLON DEL LOTE. EL CIERRE
006460* "TRL" HACE DE FIN LOGICO, COMO EN LAS FUENTES DEL MERGE.
006470*================================================================
006480 LEO-NOVEDAD.
006490     READ NOVEDADES
006500         AT END
006510             SET FIN-NOV TO TRUE
006520         NOT AT END
006530             IF NOV-ES-CIERRE
006540                SET FIN-NOV TO TRUE
006550             END-IF
006560     END-READ.
006570     IF FS_NOV NOT = "00" AND FS_NOV NOT = "10"
006580        DISPLAY "Error al leer Novedades: " FS_NOV
006590        STOP RUN
006600     END-IF.

006610*================================================================
006620* PROCESAR-NOVEDAD - VALIDA EL RENGLON VIGENTE Y LO APLICA O LO
006630* DEVUELVE CON EL MOTIVO DEL RECHAZO.
006640*================================================================
006650 PROCESAR-NOVEDAD.
006660     ADD 1 TO WS_CANT_LEIDAS.
006670     SET NOVEDAD-VALIDA TO TRUE.
006680     MOVE SPACES TO WS_MOTIVO_NOV.
006690     PERFORM VALIDAR-NOVEDAD.
006700     IF NOVEDAD-VALIDA
006710        PERFORM APLICAR-NOVEDAD
006720     ELSE
006730        PERFORM GRABAR-RECHAZO
006740     END-IF.
006750     PERFORM LEO-NOVEDAD.

006760*================================================================
006770* VALIDAR-NOVEDAD - CONTROLES COMUNES A TODOS LOS CODIGOS
006780* (CODIGO CONOCIDO, CUIT VALIDO, CONSORCIO EN EL MAESTRO Y DEL
006790* ADMINISTRADOR DEL LOTE) Y LUEGO LOS PROPIOS DE CADA CODIGO. EL
006800* PRIMER CONTROL QUE FALLA DEJA EL MOTIVO EN WS_MOTIVO_NOV.
006810*================================================================
006820 VALIDAR-NOVEDAD.
006830     IF NOT NOV-ES-CUENTA AND NOT NOV-ES-TELEFONO
006840        AND NOT NOV-ES-DIRECCION AND NOT NOV-ES-REACTIVACION
006850        SET NOVEDAD-INVALIDA TO TRUE
006860        MOVE "CODIGO DE NOVEDAD INEXISTENTE" TO WS_MOTIVO_NOV
006870     END-IF.
006880     IF NOVEDAD-VALIDA AND NOV-CUIT-CONS NOT NUMERIC
006890        SET NOVEDAD-INVALIDA TO TRUE
006900        MOVE "CUIT NO NUMERICO" TO WS_MOTIVO_NOV
006910     END-IF.
006920     IF NOVEDAD-VALIDA
006930        MOVE NOV-CUIT-CONS TO WS_CUIT_VALIDAR
006940        PERFORM VALIDAR-CUIT
006950        IF CUIT-INVALIDO
006960           SET NOVEDAD-INVALIDA TO TRUE
006970           MOVE WS_MOTIVO_CUIT TO WS_MOTIVO_NOV
006980        END-IF
006990     END-IF.
007000     IF NOVEDAD-VALIDA
007010        PERFORM OBTENER-MAE-ANTERIOR
007020     END-IF.
007030     IF NOVEDAD-VALIDA
007040        AND WS_ADMIN_LOTE NOT = 0
007050        AND MAE-ADMIN NOT = WS_ADMIN_LOTE
007060        SET NOVEDAD-INVALIDA TO TRUE
007070        MOVE "CONSORCIO DE OTRO ADMINISTRADOR" TO WS_MOTIVO_NOV
007080     END-IF.
007090     IF NOVEDAD-VALIDA
007100        EVALUATE TRUE
007110            WHEN NOV-ES-CUENTA
007120                PERFORM VALIDAR-CAMBIO-CUENTA
007130            WHEN NOV-ES-TELEFONO
007140                PERFORM VALIDAR-CAMBIO-TELEFONO
007150            WHEN NOV-ES-DIRECCION
007160                PERFORM VALIDAR-CAMBIO-DIRECCION
007170            WHEN NOV-ES-REACTIVACION
007180                PERFORM VALIDAR-REACTIVACION
007190        END-EVALUATE
007200     END-IF.

007210*================================================================
007220* OBTENER-MAE-ANTERIOR - LEE POR CLAVE EL CONSORCIO DE LA
007230* NOVEDAD Y GUARDA SU IMAGEN PARA EL DIARIO. LAS NOVEDADES SOLO
007240* MODIFICAN CONSORCIOS EXISTENTES: EL ALTA ES DEL MERGE.
007250*================================================================
007260 OBTENER-MAE-ANTERIOR.
007270     MOVE NOV-CUIT-CONS TO MAE-CUIT-CONS.
007280     READ MAESTRO
007290         INVALID KEY
007300             SET NOVEDAD-INVALIDA TO TRUE
007310             MOVE "CONSORCIO INEXISTENTE EN EL MAESTRO"
007320                  TO WS_MOTIVO_NOV
007330         NOT INVALID KEY
007340             MOVE MAE TO WS_MAE_ANTERIOR
007350             MOVE MAE-ESTADO TO WS_ESTADO_ANTERIOR
007360             MOVE MAE-NRO-CTA TO WS_NRO_CTA_ANTERIOR
007370     END-READ.

007380*================================================================
007390* VALIDAR-CAMBIO-CUENTA - LA CUENTA NUEVA DEBE SER NUMERICA, DE
007400* UNA ENTIDAD/SUCURSAL HABILITADA EN BANCOS.DAT, CON FECHA DE
007410* ALTA VALIDA Y NO POSTERIOR A HOY, DISTINTA DE LA PRINCIPAL
007420* VIGENTE Y, SI YA ESTA ENTRE LAS CUENTAS DEL CONSORCIO, NO
007430* OBSERVADA POR UN DEBITO RECHAZADO. NO SE CAMBIA LA CUENTA DE
007440* UN CONSORCIO DADO DE BAJA NI CON EL COBRO DEL PERIODO EN
007450* CURSO.
007460*================================================================
007470 VALIDAR-CAMBIO-CUENTA.
007480     IF NOV-NRO-CTA NOT NUMERIC OR NOV-NRO-CTA = 0
007490        SET NOVEDAD-INVALIDA TO TRUE
007500        MOVE "NRO DE CUENTA INVALIDO" TO WS_MOTIVO_NOV
007510     END-IF.
007520     IF NOVEDAD-VALIDA
007530        AND (NOV-ENTIDAD NOT NUMERIC OR NOV-SUCURSAL NOT NUMERIC)
007540        SET NOVEDAD-INVALIDA TO TRUE
007550        MOVE "ENTIDAD/SUCURSAL NO NUMERICA" TO WS_MOTIVO_NOV
007560     END-IF.
007570     IF NOVEDAD-VALIDA
007580        MOVE "N" TO WS_SW_BANCO
007590        PERFORM BUSCAR-BANCO
007600            VARYING WS_IDX_BAN FROM 1 BY 1
007610            UNTIL WS_IDX_BAN > WS_CANT_BANCOS
007620               OR BANCO-HABILITADO
007630        IF NOT BANCO-HABILITADO
007640           SET NOVEDAD-INVALIDA TO TRUE
007650           MOVE "ENTIDAD/SUCURSAL NO HABILITADA EN BANCOS"
007660                TO WS_MOTIVO_NOV
007670        END-IF
007680     END-IF.
007690     IF NOVEDAD-VALIDA
007700        PERFORM VALIDAR-FECHA-CUENTA
007710     END-IF.
007720     IF NOVEDAD-VALIDA AND MAE-FECHA-BAJA NOT = SPACES
007730        SET NOVEDAD-INVALIDA TO TRUE
007740        MOVE "CONSORCIO DADO DE BAJA" TO WS_MOTIVO_NOV
007750     END-IF.
007760     IF NOVEDAD-VALIDA AND NOV-NRO-CTA = MAE-NRO-CTA
007770        SET NOVEDAD-INVALIDA TO TRUE
007780        MOVE "YA ES LA CUENTA PRINCIPAL VIGENTE" TO WS_MOTIVO_NOV
007790     END-IF.
007800     IF NOVEDAD-VALIDA AND CICLO-COBRO-EN-CURSO
007810        SET NOVEDAD-INVALIDA TO TRUE
007820        MOVE "COBRO DEL PERIODO EN CURSO, REENVIAR"
007830             TO WS_MOTIVO_NOV
007840     END-IF.
007850     IF NOVEDAD-VALIDA
007860        PERFORM BUSCAR-CUENTA-MAESTRO
007870     END-IF.

007880 BUSCAR-BANCO.
007890     IF WS_BANCO-ENTIDAD(WS_IDX_BAN) = NOV-ENTIDAD
007900        AND WS_BANCO-SUCURSAL(WS_IDX_BAN) = NOV-SUCURSAL
007910        SET BANCO-HABILITADO TO TRUE
007920     END-IF.

007930*================================================================
007940* VALIDAR-FECHA-CUENTA - FORMATO Y NO-POSTERIORIDAD A HOY DE LA
007950* FECHA DE ALTA DE LA CUENTA NUEVA, COMO EN EL MERGE.
007960*================================================================
007970 VALIDAR-FECHA-CUENTA.
007980     IF NOV-FECHA-CTA(1:8) = SPACES
007990        SET NOVEDAD-INVALIDA TO TRUE
008000        MOVE "CTA FECHA-ALTA EN BLANCO" TO WS_MOTIVO_NOV
008010     ELSE
008020        MOVE NOV-FECHA-CTA(1:8) TO WS_FECHA-8
008030        PERFORM VALIDAR-FORMATO-FECHA
008040        IF FECHAS-INVALIDAS
008050           SET NOVEDAD-INVALIDA TO TRUE
008060           MOVE "CTA FECHA-ALTA INVALIDA" TO WS_MOTIVO_NOV
008070        ELSE
008080           IF WS_FECHA-AAAAMMDD > WS_FECHA_SISTEMA
008090              SET NOVEDAD-INVALIDA TO TRUE
008100              MOVE "CTA FECHA-ALTA POSTERIOR A HOY"
008110                   TO WS_MOTIVO_NOV
008120           END-IF
008130        END-IF
008140     END-IF.

008150*================================================================
008160* BUSCAR-CUENTA-MAESTRO - SI LA CUENTA NUEVA YA ES UNA CUENTA
008170* SECUNDARIA DEL CONSORCIO EN CUENTAS-MAESTRO SE LA PROMUEVE A
008180* PRINCIPAL (CTA-EXISTENTE, CON EL REGISTRO LEIDO EN EL AREA
008190* DEL ARCHIVO), SALVO QUE ESTE OBSERVADA.
008200*================================================================
008210 BUSCAR-CUENTA-MAESTRO.
008220     MOVE "N" TO WS_SW_CTA_EXISTE.
008230     MOVE NOV-CUIT-CONS TO CTAM-CUIT-CONS.
008240     MOVE NOV-NRO-CTA   TO CTAM-NRO-CTA.
008250     READ CTAS_MAESTRO
008260         INVALID KEY
008270             CONTINUE
008280         NOT INVALID KEY
008290             SET CTA-EXISTENTE TO TRUE
008300     END-READ.
008310     IF CTA-EXISTENTE AND CTAM-CTA-OBSERVADA
008320        SET NOVEDAD-INVALIDA TO TRUE
008330        MOVE "CUENTA OBSERVADA POR DEBITO RECHAZADO"
008340             TO WS_MOTIVO_NOV
008350     END-IF.

008360*================================================================
008370* VALIDAR-CAMBIO-TELEFONO / VALIDAR-CAMBIO-DIRECCION - EL DATO
008380* NUEVO NO PUEDE VENIR EN BLANCO NI SER IGUAL AL VIGENTE.
008390*================================================================
008400 VALIDAR-CAMBIO-TELEFONO.
008410     IF NOV-TEL = SPACES
008420        SET NOVEDAD-INVALIDA TO TRUE
008430        MOVE "TELEFONO EN BLANCO" TO WS_MOTIVO_NOV
008440     ELSE
008450        IF NOV-TEL = MAE-TEL
008460           SET NOVEDAD-INVALIDA TO TRUE
008470           MOVE "TELEFONO IGUAL AL VIGENTE" TO WS_MOTIVO_NOV
008480        END-IF
008490     END-IF.

008500 VALIDAR-CAMBIO-DIRECCION.
008510     IF NOV-DIR = SPACES
008520        SET NOVEDAD-INVALIDA TO TRUE
008530        MOVE "DIRECCION EN BLANCO" TO WS_MOTIVO_NOV
008540     ELSE
008550        IF NOV-DIR = MAE-DIR
008560           SET NOVEDAD-INVALIDA TO TRUE
008570           MOVE "DIRECCION IGUAL A LA VIGENTE" TO WS_MOTIVO_NOV
008580        END-IF
008590     END-IF.

008600*================================================================
008610* VALIDAR-REACTIVACION - SOLO SE REACTIVA UN CONSORCIO DADO DE
008615* BAJA (MAE-FECHA-BAJA INFORMADA). EL ESTADO NUEVO DEBE EXISTIR EN
008620* ESTADOS.DAT, SER DISTINTO DEL VIGENTE Y EL PAR VIGENTE/NUEVO
008630* DEBE FIGURAR EN LAS REGLAS DE TRANSEST.DAT. LA FECHA DE
008640* REACTIVACION DEBE SER VALIDA, NO POSTERIOR A HOY NI ANTERIOR A
008650* LA FECHA DE BAJA DEL CONSORCIO.
008660*================================================================
008670 VALIDAR-REACTIVACION.
008680     IF MAE-FECHA-BAJA = SPACES
008682        SET NOVEDAD-INVALIDA TO TRUE
008684        MOVE "CONSORCIO NO ESTA DADO DE BAJA" TO WS_MOTIVO_NOV
008686     END-IF.
008688     IF NOVEDAD-VALIDA AND NOV-ESTADO NOT NUMERIC
008690        SET NOVEDAD-INVALIDA TO TRUE
008700        MOVE "ESTADO NO NUMERICO" TO WS_MOTIVO_NOV
008710     END-IF.
008720     IF NOVEDAD-VALIDA
008730        PERFORM OBTENER-ESTADO
008740        IF WS_DESCRIP_ESTADO = SPACES
008750           SET NOVEDAD-INVALIDA TO TRUE
008760           MOVE "ESTADO INEXISTENTE EN ESTADOS.DAT"
008770                TO WS_MOTIVO_NOV
008780        END-IF
008790     END-IF.
008800     IF NOVEDAD-VALIDA AND NOV-ESTADO = WS_ESTADO_ANTERIOR
008810        SET NOVEDAD-INVALIDA TO TRUE
008820        MOVE "EL CONSORCIO YA TIENE ESE ESTADO" TO WS_MOTIVO_NOV
008830     END-IF.
008840     IF NOVEDAD-VALIDA
008850        PERFORM VERIFICAR-TRANSICION
008860        IF TRANSICION-PROHIBIDA
008870           SET NOVEDAD-INVALIDA TO TRUE
008880           STRING "TRANSICION DE ESTADO " WS_ESTADO_ANTERIOR
008890                  " A " NOV-ESTADO " NO PERMITIDA"
008900                  DELIMITED BY SIZE INTO WS_MOTIVO_NOV
008910        END-IF
008920     END-IF.
008930     IF NOVEDAD-VALIDA
008940        PERFORM VALIDAR-FECHA-REACTIVACION
008950     END-IF.

008960 VALIDAR-FECHA-REACTIVACION.
008970     IF NOV-FECHA-REA(1:8) = SPACES
008980        SET NOVEDAD-INVALIDA TO TRUE
008990        MOVE "FECHA DE REACTIVACION EN BLANCO" TO WS_MOTIVO_NOV
009000     ELSE
009010        MOVE NOV-FECHA-REA(1:8) TO WS_FECHA-8
009020        PERFORM VALIDAR-FORMATO-FECHA
009030        IF FECHAS-INVALIDAS
009040           SET NOVEDAD-INVALIDA TO TRUE
009050           MOVE "FECHA DE REACTIVACION INVALIDA" TO WS_MOTIVO_NOV
009060        ELSE
009070           IF WS_FECHA-AAAAMMDD > WS_FECHA_SISTEMA
009080              SET NOVEDAD-INVALIDA TO TRUE
009090              MOVE "FECHA DE REACTIVACION POSTERIOR A HOY"
009100                   TO WS_MOTIVO_NOV
009110           END-IF
009120        END-IF
009130     END-IF.
009140     IF NOVEDAD-VALIDA AND MAE-FECHA-BAJA(1:8) NUMERIC
009150        MOVE MAE-FECHA-BAJA(1:8) TO WS_FECHA-BAJA-NUM
009160        IF WS_FECHA-AAAAMMDD < WS_FECHA-BAJA-NUM
009170           SET NOVEDAD-INVALIDA TO TRUE
009180           MOVE "REACTIVACION ANTERIOR A LA FECHA DE BAJA"
009190                TO WS_MOTIVO_NOV
009200        END-IF
009210     END-IF.

009220*================================================================
009230* OBTENER-ESTADO - DEJA EN WS_DESCRIP_ESTADO LA DESCRIPCION DEL
009240* ESTADO NOV-ESTADO (EN BLANCO SI NO ESTA EN LA TABLA).
009250*================================================================
009260 OBTENER-ESTADO.
009270     MOVE SPACES TO WS_DESCRIP_ESTADO.
009280     PERFORM BUSCAR-ESTADO
009290         VARYING WS_IDX_EST FROM 1 BY 1
009300         UNTIL WS_IDX_EST > WS_CANT_ESTADOS
009310            OR WS_DESCRIP_ESTADO NOT = SPACES.

009320 BUSCAR-ESTADO.
009330     IF WS_ESTADO-CODIGO(WS_IDX_EST) = NOV-ESTADO
009340        MOVE WS_ESTADO-DESCRIP(WS_IDX_EST) TO WS_DESCRIP_ESTADO
009350     END-IF.

009360*================================================================
009370* VERIFICAR-TRANSICION - EL PAR (VIGENTE, NUEVO) TIENE QUE
009380* FIGURAR EN LAS REGLAS DE TRANSICION. SIN REGLAS CARGADAS NO
009390* HAY NADA QUE LIMITAR, IGUAL QUE EN EL MERGE.
009400*================================================================
009410 VERIFICAR-TRANSICION.
009420     SET TRANSICION-PERMITIDA TO TRUE.
009430     IF WS_CANT_TRANS > 0
009440        SET TRANSICION-PROHIBIDA TO TRUE
009450        PERFORM BUSCAR-TRANSICION
009460            VARYING WS_IDX_TRN FROM 1 BY 1
009470            UNTIL WS_IDX_TRN > WS_CANT_TRANS
009480               OR TRANSICION-PERMITIDA
009490     END-IF.

009500 BUSCAR-TRANSICION.
009510     IF WS_TRANS-DESDE(WS_IDX_TRN) = WS_ESTADO_ANTERIOR
009520        AND WS_TRANS-HASTA(WS_IDX_TRN) = NOV-ESTADO
009530        SET TRANSICION-PERMITIDA TO TRUE
009540     END-IF.

009550*================================================================
009560* VALIDAR-CUIT - VALIDA WS_CUIT_VALIDAR: EL CUIT REAL ES DE 11
009570* DIGITOS (LOS 4 PRIMEROS DEL CAMPO DEBEN SER CERO), EL PREFIJO
009580* DEBE SER DE PERSONA JURIDICA (30/33/34) Y EL ULTIMO DIGITO
009590* DEBE SER EL VERIFICADOR POR MODULO 11 DE AFIP. DEJA EL
009600* RESULTADO EN CUIT-VALIDO/CUIT-INVALIDO Y EL MOTIVO EN
009610* WS_MOTIVO_CUIT.
009620*================================================================
009630 VALIDAR-CUIT.
009640     SET CUIT-VALIDO TO TRUE.
009650     MOVE SPACES TO WS_MOTIVO_CUIT.
009660     IF WS_CUIT_VALIDAR(1:4) NOT = "0000"
009670        SET CUIT-INVALIDO TO TRUE
009680        MOVE "CUIT EXCEDE LOS 11 DIGITOS" TO WS_MOTIVO_CUIT
009690     ELSE
009700        MOVE WS_CUIT_VALIDAR(5:2) TO WS_CUIT_PREFIJO
009710        IF WS_CUIT_PREFIJO NOT = 30 AND WS_CUIT_PREFIJO NOT = 33
009720           AND WS_CUIT_PREFIJO NOT = 34
009730           SET CUIT-INVALIDO TO TRUE
009740           MOVE "CUIT SIN PREFIJO DE PERS JURID"
009750                TO WS_MOTIVO_CUIT
009760        ELSE
009770           PERFORM CALCULAR-DV-CUIT
009780           IF WS_CUIT_DV_CALC = 10
009790              OR WS_CUIT_DV_CALC NOT = WS_CUIT_DIG(15)
009800              SET CUIT-INVALIDO TO TRUE
009810              MOVE "CUIT DIGITO VERIFICADOR MAL"
009820                   TO WS_MOTIVO_CUIT
009830           END-IF
009840        END-IF
009850     END-IF.

009860*================================================================
009870* CALCULAR-DV-CUIT - DEJA EN WS_CUIT_DV_CALC EL DIGITO
009880* VERIFICADOR QUE CORRESPONDE A LOS 10 PRIMEROS DIGITOS DEL
009890* CUIT DE WS_CUIT_VALIDAR (POSICIONES 5 A 14 DEL CAMPO).
009900*================================================================
009910 CALCULAR-DV-CUIT.
009920     MOVE 0 TO WS_CUIT_SUMA.
009930     PERFORM SUMAR-PESO-CUIT
009940         VARYING WS_IDX_CUIT FROM 1 BY 1
009950         UNTIL WS_IDX_CUIT > 10.
009960     DIVIDE WS_CUIT_SUMA BY 11
009970         GIVING WS_CUIT_COCIENTE REMAINDER WS_CUIT_RESTO.
009980     SUBTRACT WS_CUIT_RESTO FROM 11 GIVING WS_CUIT_DV_CALC.
009990     IF WS_CUIT_DV_CALC = 11
010000        MOVE 0 TO WS_CUIT_DV_CALC
010010     END-IF.

010020 SUMAR-PESO-CUIT.
010030     MULTIPLY WS_CUIT_DIG(WS_IDX_CUIT + 4)
010040         BY WS_CUIT_PESO(WS_IDX_CUIT)
010050         GIVING WS_CUIT_PROD.
010060     ADD WS_CUIT_PROD TO WS_CUIT_SUMA.

010070*================================================================
010080* VALIDAR-FORMATO-FECHA - DEJA EN FECHAS-VALIDAS/FECHAS-INVALIDAS
010090* EL RESULTADO DE VALIDAR WS_FECHA-8 (AAAAMMDD) Y, SI ES VALIDA,
010100* SU VALOR NUMERICO EN WS_FECHA-AAAAMMDD.
010110*================================================================
010120 VALIDAR-FORMATO-FECHA.
010130     SET FECHAS-VALIDAS TO TRUE.
010140     IF WS_FECHA-8 NOT NUMERIC
010150        SET FECHAS-INVALIDAS TO TRUE
010160     ELSE
010170        MOVE WS_FECHA-8(1:4) TO WS_FECHA-ANIO_4
010180        MOVE WS_FECHA-8(5:2) TO WS_FECHA-MM
010190        MOVE WS_FECHA-8(7:2) TO WS_FECHA-DD
010200        MOVE WS_FECHA-8      TO WS_FECHA-AAAAMMDD
010210        IF WS_FECHA-ANIO_4 < 1900
010220           OR WS_FECHA-MM < 1 OR WS_FECHA-MM > 12
010230           SET FECHAS-INVALIDAS TO TRUE
010240        ELSE
010250           PERFORM CALCULAR-DIAS-MES
010260           IF WS_FECHA-DD < 1 OR WS_FECHA-DD > WS_FECHA-DIAS_MES
010270              SET FECHAS-INVALIDAS TO TRUE
010280           END-IF
010290        END-IF
010300     END-IF.

010310*================================================================
010320* CALCULAR-DIAS-MES - DEJA EN WS_FECHA-DIAS_MES LA CANTIDAD DE
010330* DIAS DEL MES WS_FECHA-MM DEL ANIO WS_FECHA-ANIO_4.
010340*================================================================
010350 CALCULAR-DIAS-MES.
010360     EVALUATE WS_FECHA-MM
010370         WHEN 1  MOVE 31 TO WS_FECHA-DIAS_MES
010380         WHEN 3  MOVE 31 TO WS_FECHA-DIAS_MES
010390         WHEN 5  MOVE 31 TO WS_FECHA-DIAS_MES
010400         WHEN 7  MOVE 31 TO WS_FECHA-DIAS_MES
010410         WHEN 8  MOVE 31 TO WS_FECHA-DIAS_MES
010420         WHEN 10 MOVE 31 TO WS_FECHA-DIAS_MES
010430         WHEN 12 MOVE 31 TO WS_FECHA-DIAS_MES
010440         WHEN 4  MOVE 30 TO WS_FECHA-DIAS_MES
010450         WHEN 6  MOVE 30 TO WS_FECHA-DIAS_MES
010460         WHEN 9  MOVE 30 TO WS_FECHA-DIAS_MES
010470         WHEN 11 MOVE 30 TO WS_FECHA-DIAS_MES
010480         WHEN 2
010490             PERFORM VERIFICAR-BISIESTO
010500             IF WS_FECHA-BISIESTO
010510                MOVE 29 TO WS_FECHA-DIAS_MES
010520             ELSE
010530                MOVE 28 TO WS_FECHA-DIAS_MES
010540             END-IF
010550     END-EVALUATE.

010560*================================================================
010570* VERIFICAR-BISIESTO - AÑO BISIESTO: DIVISIBLE POR 4 Y NO POR
010580* 100, O DIVISIBLE POR 400.
010590*================================================================
010600 VERIFICAR-BISIESTO.
010610     SET WS_FECHA-NO-BISIESTO TO TRUE.
010620     DIVIDE WS_FECHA-ANIO_4 BY 4
010630         GIVING WS_FECHA-COCIENTE REMAINDER WS_FECHA-RESTO_4.
010640     DIVIDE WS_FECHA-ANIO_4 BY 100
010650         GIVING WS_FECHA-COCIENTE REMAINDER WS_FECHA-RESTO_100.
010660     DIVIDE WS_FECHA-ANIO_4 BY 400
010670         GIVING WS_FECHA-COCIENTE REMAINDER WS_FECHA-RESTO_400.
010680     IF (WS_FECHA-RESTO_4 = 0 AND WS_FECHA-RESTO_100 NOT = 0)
010690        OR WS_FECHA-RESTO_400 = 0
010700        SET WS_FECHA-BISIESTO TO TRUE
010710     END-IF.

010720*================================================================
010730* APLICAR-NOVEDAD - APLICA EL RENGLON VALIDADO SOBRE EL REGISTRO
010740* DE MAESTRO LEIDO EN OBTENER-MAE-ANTERIOR (Y, PARA UN CAMBIO
010750* DE CUENTA, SOBRE CUENTAS-MAESTRO), LO REGRABA Y ASIENTA EL
010760* MOVIMIENTO EN EL DIARIO.
010770*================================================================
010780 APLICAR-NOVEDAD.
010790     MOVE "APLICADA" TO WS_NOTA_APL.
010800     EVALUATE TRUE
010810         WHEN NOV-ES-CUENTA
010820             PERFORM APLICAR-CAMBIO-CUENTA
010830             ADD 1 TO WS_CANT_APL_CTA
010840         WHEN NOV-ES-TELEFONO
010850             MOVE NOV-TEL TO MAE-TEL
010860             ADD 1 TO WS_CANT_APL_TEL
010870         WHEN NOV-ES-DIRECCION
010880             MOVE NOV-DIR TO MAE-DIR
010890             ADD 1 TO WS_CANT_APL_DIR
010900         WHEN NOV-ES-REACTIVACION
010910             MOVE NOV-ESTADO        TO MAE-ESTADO
010920             MOVE WS_DESCRIP_ESTADO TO MAE-DESCRIP-ESTADO
010930             MOVE SPACES            TO MAE-FECHA-BAJA
010940             ADD 1 TO WS_CANT_APL_REA
010950     END-EVALUATE.
010960     REWRITE MAE.
010970     IF FS_MAE NOT = "00"
010980        DISPLAY "Error al regrabar Maestro CUIT "
010990                MAE-CUIT-CONS ": " FS_MAE
011000        STOP RUN
011010     END-IF.
011020     PERFORM GRABAR-MOVIMIENTO.
011030     PERFORM GRABAR-APLICADA.

011040*================================================================
011050* APLICAR-CAMBIO-CUENTA - DA DE ALTA LA CUENTA NUEVA EN
011060* CUENTAS-MAESTRO (O ACTUALIZA SUS DATOS SI YA ERA UNA CUENTA
011070* SECUNDARIA, CONSERVANDO SU MARCA OBSERVADA), BORRA LA FILA DE
011080* LA PRINCIPAL ANTERIOR PARA QUE EL EXTRACTO NO LA SIGA
011090* DEBITANDO Y DEJA LA NUEVA EN MAE-NRO-CTA. LA MARCA OBSERVADA
011100* DEL MAESTRO SE REFERIA A LA CUENTA ANTERIOR Y VUELVE A "N".
011110* LA NOTA DEL LISTADO DICE EN QUE EXTRACTO SALE EL CAMBIO.
011120*================================================================
011130 APLICAR-CAMBIO-CUENTA.
011140     MOVE NOV-FECHA-CTA TO CTAM-FECHA-ALTA.
011150     MOVE NOV-ENTIDAD   TO CTAM-ENTIDAD.
011160     MOVE NOV-SUCURSAL  TO CTAM-SUCURSAL.
011170     IF CTA-EXISTENTE
011180        REWRITE REG-CTAS-MAESTRO
011190     ELSE
011200        MOVE NOV-CUIT-CONS TO CTAM-CUIT-CONS
011210        MOVE NOV-NRO-CTA   TO CTAM-NRO-CTA
011220        MOVE "N"           TO CTAM-OBSERVADA
011230        WRITE REG-CTAS-MAESTRO
011240     END-IF.
011250     IF FS_CTAM NOT = "00"
011260        DISPLAY "Error al grabar Cuentas-Maestro CUIT "
011270                NOV-CUIT-CONS ": " FS_CTAM
011280        STOP RUN
011290     END-IF.
011300     IF WS_NRO_CTA_ANTERIOR NOT = 0
011310        MOVE NOV-CUIT-CONS       TO CTAM-CUIT-CONS
011320        MOVE WS_NRO_CTA_ANTERIOR TO CTAM-NRO-CTA
011330        DELETE CTAS_MAESTRO
011340            INVALID KEY
011350                CONTINUE
011360        END-DELETE
011370        IF FS_CTAM NOT = "00" AND FS_CTAM NOT = "23"
011380           DISPLAY "Error al borrar Cuentas-Maestro CUIT "
011390                   NOV-CUIT-CONS ": " FS_CTAM
011400           STOP RUN
011410        END-IF
011420     END-IF.
011430     MOVE NOV-NRO-CTA TO MAE-NRO-CTA.
011440     MOVE "N"         TO MAE-OBSERVADA.
011450     EVALUATE TRUE
011460         WHEN CICLO-EXTRACTO-PENDIENTE
011470             MOVE "SALE EN EL EXTRACTO DEL PERIODO"
011480                  TO WS_NOTA_APL
011490         WHEN CICLO-EXTRACTO-SIN-CONCILIAR
011500             MOVE "SALE EN EL EXTRACTO A REGENERAR"
011510                  TO WS_NOTA_APL
011520             SET ANULAR-EXTRACTO TO TRUE
011530         WHEN OTHER
011540             MOVE "SALE EN EL EXTRACTO DEL PROXIMO PERIODO"
011550                  TO WS_NOTA_APL
011560     END-EVALUATE.

011570*================================================================
011580* GRABAR-MOVIMIENTO - AGREGA AL DIARIO DE AUDITORIA DEL MAESTRO
011590* LA NOVEDAD RECIEN GRABADA, CON LAS IMAGENES ANTES/DESPUES Y
011600* ORIGEN "NOVMAE".
011610*================================================================
011620 GRABAR-MOVIMIENTO.
011630     MOVE WS_FECHA_SISTEMA  TO MOV-FECHA-CORRIDA.
011640     MOVE "NOVMAE"          TO MOV-ORIGEN.
011650     MOVE "R"               TO MOV-OPERACION.
011660     MOVE WS_MAE_ANTERIOR   TO MOV-IMAGEN-ANTES.
011670     MOVE MAE               TO MOV-IMAGEN-DESPUES.
011680     WRITE REG-MOV-MAESTRO.
011690     IF FS_MOV NOT = "00"
011700        DISPLAY "Error al grabar Diario de Movimientos CUIT "
011710                MAE-CUIT-CONS ": " FS_MOV
011720        STOP RUN
011730     END-IF.

011740*================================================================
011750* GRABAR-RECHAZO / GRABAR-APLICADA - RENGLON DEL LOTE TAL COMO
011760* VINO, CON EL MOTIVO DEL RECHAZO O LA NOTA DE LO APLICADO.
011770*================================================================
011780 GRABAR-RECHAZO.
011790     MOVE NOV-CODIGO          TO WS_LINNOV-CODIGO.
011800     MOVE REG-NOVEDAD(4:15)   TO WS_LINNOV-CUIT.
011810     MOVE NOV-DATOS           TO WS_LINNOV-DATOS.
011820     MOVE WS_MOTIVO_NOV       TO WS_LINNOV-MOTIVO.
011830     WRITE LINEA-RECH FROM WS_LINEA-NOV.
011840     IF FS_RECH NOT = "00"
011850        DISPLAY "Error al grabar Novedades Rechazadas: " FS_RECH
011860        STOP RUN
011870     END-IF.
011880     ADD 1 TO WS_CANT_RECHAZADAS.

011890 GRABAR-APLICADA.
011900     MOVE NOV-CODIGO          TO WS_LINNOV-CODIGO.
011910     MOVE REG-NOVEDAD(4:15)   TO WS_LINNOV-CUIT.
011920     MOVE NOV-DATOS           TO WS_LINNOV-DATOS.
011930     MOVE WS_NOTA_APL         TO WS_LINNOV-MOTIVO.
011940     WRITE LINEA-APL FROM WS_LINEA-NOV.
011950     IF FS_APL NOT = "00"
011960        DISPLAY "Error al grabar Novedades Aplicadas: " FS_APL
011970        STOP RUN
011980     END-IF.
011990     ADD 1 TO WS_CANT_APLICADAS.

012000*================================================================
012010* ANULAR-EXTRACTO-CICLO - SE APLICO UN CAMBIO DE CUENTA CON EL
012020* EXTRACTO DEL PERIODO YA GENERADO PERO TODAVIA SIN CONCILIAR:
012030* SE BLANQUEAN EXTRACTO Y CONCILIACION EN CICLO-CONTROL, IGUAL
012040* QUE LO HACE EL MERGE AL REGRABAR EL MAESTRO, PARA QUE EL
012050* EXTRACTO SE REGENERE CON LA CUENTA NUEVA ANTES DE TRANSMITIR.
012060*================================================================
012070 ANULAR-EXTRACTO-CICLO.
012080     OPEN I-O CICLO.
012090     IF FS_CIC NOT = "00"
012100        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
012110        STOP RUN
012120     END-IF.
012130     MOVE WS_PERIODO_PROCESO TO CIC-PERIODO.
012140     READ CICLO
012150         INVALID KEY
012160             DISPLAY "Error al releer Control de Ciclo: " FS_CIC
012170             STOP RUN
012180     END-READ.
012190     MOVE 0 TO CIC-FECHA-EXTRACTO.
012200     MOVE 0 TO CIC-FECHA-CONCILIA.
012210     REWRITE REG-CICLO.
012220     IF FS_CIC NOT = "00"
012230        DISPLAY "Error al grabar Control de Ciclo: " FS_CIC
012240        STOP RUN
012250     END-IF.
012260     CLOSE CICLO.
012270     DISPLAY "ANULAR-EXTRACTO-CICLO - PERIODO "
012280             WS_PERIODO_PROCESO " HAY CAMBIOS DE CUENTA: "
012290             "VOLVER A CORRER ALGO4EXP Y CONCILIA".

012300*================================================================
012310* MOSTRAR-RESUMEN - TOTALES DE LA CORRIDA. SI HUBO RECHAZOS,
012320* NOVEDADES-RECHAZADAS.DAT SE DEVUELVE AL ADMINISTRADOR.
012330*================================================================
012340 MOSTRAR-RESUMEN.
012350     DISPLAY "NOVEDADES LEIDAS.............: " WS_CANT_LEIDAS.
012360     DISPLAY "NOVEDADES APLICADAS..........: " WS_CANT_APLICADAS.
012370     DISPLAY "  CAMBIOS DE CUENTA..........: " WS_CANT_APL_CTA.
012380     DISPLAY "  CAMBIOS DE TELEFONO........: " WS_CANT_APL_TEL.
012390     DISPLAY "  CAMBIOS DE DIRECCION.......: " WS_CANT_APL_DIR.
012400     DISPLAY "  REACTIVACIONES.............: " WS_CANT_APL_REA.
012410     DISPLAY "NOVEDADES RECHAZADAS.........: " WS_CANT_RECHAZADAS.
012420     IF WS_CANT_RECHAZADAS > 0
012430        DISPLAY "HAY NOVEDADES RECHAZADAS: DEVOLVER "
012440                "NOVEDADES-RECHAZADAS.DAT AL ADMINISTRADOR "
012450                WS_ADMIN_LOTE
012460     END-IF.

012470*================================================================
012480* CERRAR-ARCHIVOS - CIERRE ORDENADO DE TODOS LOS ARCHIVOS
012490*================================================================
012500 CERRAR-ARCHIVOS.
012510     CLOSE NOVEDADES MAESTRO CTAS_MAESTRO MOVIMIENTOS
012520           RECHAZADAS APLICADAS.
