000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALGO4SEG.
000030 AUTHOR. SISTEMAS CONSORCIOS.
000040 INSTALLATION. CONSORCIOS SA - CENTRO DE COMPUTOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* HISTORIAL DE MODIFICACIONES
000090*----------------------------------------------------------------
000100* 2026-10-15  DLV  VERSION INICIAL. SEGUNDA PRESENTACION DE
000110*                  DEBITOS RECHAZADOS: DESPUES DE LA CARGA DEL
000120*                  RETORNO (ALGO4IMP), POR CADA CONSORCIO CUYA
000130*                  CUENTA PRINCIPAL VOLVIO RECHAZADA EN
000140*                  RETORNO-FACTURACION.DAT BUSCA OTRA CUENTA SUYA
000150*                  EN CUENTAS-MAESTRO.DAT QUE NO ESTE OBSERVADA Y
000160*                  CUYO BANCO ESTE HABILITADO EN BANCOS.DAT, Y LE
000170*                  VUELVE A PRESENTAR EL DEBITO DEL PERIODO POR
000180*                  LA CUOTA DE CUOTAS.DAT EN
000190*                  EXTRACTO-SEGUNDA.DAT (MISMO RENGLON DE 100
000200*                  POSICIONES QUE EXTRACTO-FACTURACION.DAT, CON
000210*                  SU PROPIO CIERRE "TRL"). CADA PRESENTACION
000220*                  QUEDA EN SEGUNDA-PRESENTACION.DAT (COPY
000230*                  SEGPREC) PARA QUE ALGO4IMP CARGUE SU RETORNO.
000240*                  LOS RECHAZOS QUE NO SE PUEDEN VOLVER A
000250*                  PRESENTAR VAN CON SU MOTIVO A EXCSEGUNDA.DAT.
000260*                  EL PASO SE REGISTRA EN CICLO-CONTROL.DAT.
000270*                  HASTA AHORA COBRANZAS LO HACIA POR TELEFONO Y
000280*                  LA PLATA ENTRABA UN MES TARDE.
000281* 2026-10-15  DLV  RETORNO VACIO: YA NO TERMINA SIN REGISTRAR EL
000282*                  PASO. TOMA EL ULTIMO PERIODO CON RETORNO
000283*                  CARGADO EN CICLO-CONTROL.DAT Y GRABA LA
000284*                  SEGUNDA PRESENTACION Y SU RETORNO SIN DEBITOS,
000285*                  PARA QUE INTCONT, CARTAS Y NOVMAE NO QUEDEN
000286*                  TRABADOS ESPERANDOLAS.
000287* 2026-10-15  DLV  LA FILA "RECARGO MORA" DEL RETORNO (MISMO CUIT,
000287*                  CUENTA Y PERIODO QUE LA CUOTA) SE RECONOCE CON
000288*                  RECARGOS.DAT (COPY RECAREC) COMO EN RENDBAN: NO
000288*                  SE VUELVE A PRESENTAR NI CUENTA COMO DEBITO
000289*                  ACEPTADO. EL DEBITO ACEPTADO QUE EVITA LA
000289*                  PRESENTACION TIENE QUE SER DE OTRA CUENTA.
000290*================================================================

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RETORNO      ASSIGN TO DISK
000340                          FILE STATUS IS FS_RET.

000350     SELECT MAESTRO      ASSIGN TO DISK
000360                          ORGANIZATION IS INDEXED
000370                          ACCESS MODE IS DYNAMIC
000380                          RECORD KEY IS MAE-CUIT-CONS
000390                          FILE STATUS IS FS_MAE.

000400     SELECT CTAS_MAESTRO ASSIGN TO DISK
000410                          ORGANIZATION IS INDEXED
000420                          ACCESS MODE IS DYNAMIC
000430                          RECORD KEY IS CTAM-CLAVE
000440                          FILE STATUS IS FS_CTAM.

000450     SELECT SEGUNDA_PRES ASSIGN TO DISK
000460                          ORGANIZATION IS INDEXED
000470                          ACCESS MODE IS DYNAMIC
000480                          RECORD KEY IS SEG-CLAVE
000490                          FILE STATUS IS FS_SEG.

000500     SELECT BANCOS       ASSIGN TO DISK
000510                          FILE STATUS IS FS_BAN.

000520     SELECT CUOTAS       ASSIGN TO DISK
000530                          FILE STATUS IS FS_CUO.

000540     SELECT EXTRACTO_SEG ASSIGN TO DISK
000550                          FILE STATUS IS FS_EXT.

000560     SELECT EXC_SEGUNDA  ASSIGN TO DISK
000570                          FILE STATUS IS FS_EXCS.

000571     SELECT RECARGOS     ASSIGN TO DISK
000573                          ORGANIZATION IS INDEXED
000575                          ACCESS MODE IS DYNAMIC
000576                          RECORD KEY IS RGO-CLAVE
000578                          FILE STATUS IS FS_RGO.

000580     SELECT CICLO        ASSIGN TO DISK
000590                          ORGANIZATION IS INDEXED
000600                          ACCESS MODE IS DYNAMIC
000610                          RECORD KEY IS CIC-PERIODO
000620                          FILE STATUS IS FS_CIC.

000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------------
000660* RETORNO - EL MISMO RETORNO DE FACTURACION QUE ACABA DE CARGAR
000670* ALGO4IMP (MISMO LAYOUT): DE ACA SALEN LOS DEBITOS RECHAZADOS
000680* DEL PERIODO.
000690*----------------------------------------------------------------
000700 FD  RETORNO LABEL RECORD IS STANDARD
000710             VALUE OF FILE-ID IS "retorno-facturacion.dat".

000720 01  RET.
000730     03 RET-CUIT-CONS           PIC 9(15).
000740     03 RET-NRO-CTA             PIC 9(08).
000750     03 RET-COD-RESULTADO       PIC X(02).
000760     03 RET-PERIODO             PIC 9(06).
000770     03 RET-IMPORTE             PIC 9(07)V99.

000780 FD  MAESTRO LABEL RECORD IS STANDARD
000790             VALUE OF FILE-ID IS "maestro.dat".

000800     COPY MAEREC.

000810 FD  CTAS_MAESTRO LABEL RECORD IS STANDARD
000820             VALUE OF FILE-ID IS "cuentas-maestro.dat".

000830     COPY CTASMREC.

000840 FD  SEGUNDA_PRES LABEL RECORD IS STANDARD
000850             VALUE OF FILE-ID IS "segunda-presentacion.dat".

000860     COPY SEGPREC.

000870 FD  BANCOS LABEL RECORD IS STANDARD
000880            VALUE OF FILE-ID IS "bancos.dat".

000890 01  BAN.
000900     03 BAN-ENTIDAD             PIC 9(03).
000910     03 BAN-SUCURSAL            PIC 9(03).
000920     03 BAN-NOMBRE              PIC X(25).

000930 FD  CUOTAS LABEL RECORD IS STANDARD
000940            VALUE OF FILE-ID IS "cuotas.dat".

000950 01  CUO.
000960     03 CUO-CUIT-CONS           PIC 9(15).
000970     03 CUO-IMPORTE             PIC 9(07)V99.

000980*----------------------------------------------------------------
000990* EXTRACTO_SEG - EXTRACTO DE SEGUNDA PRESENTACION PARA
001000* FACTURACION: MISMO RENGLON DELIMITADO DE 100 POSICIONES QUE
001010* EXTRACTO-FACTURACION.DAT (CUIT, NOMBRE, ESTADO, CUENTA,
001020* ENTIDAD, SUCURSAL, IMPORTE), UNO POR CONSORCIO PRESENTADO CON
001030* LA CUENTA ALTERNATIVA, Y SU PROPIO CIERRE "TRL".
001040*----------------------------------------------------------------
001050 FD  EXTRACTO_SEG LABEL RECORD OMITTED
001060             VALUE OF FILE-ID IS "extracto-segunda.dat".

001070 01  REG-EXTRACTO-SEG           PIC X(100).

001080 FD  EXC_SEGUNDA LABEL RECORD OMITTED
001090             VALUE OF FILE-ID IS "excsegunda.dat".

001100 01  LINEA-EXCS                 PIC X(80).

001102 FD  RECARGOS LABEL RECORD IS STANDARD
001105             VALUE OF FILE-ID IS "recargos.dat".

001107     COPY RECAREC.

001110 FD  CICLO LABEL RECORD IS STANDARD
001120            VALUE OF FILE-ID IS "ciclo-control.dat".

001130     COPY CICLOREC.

001140 WORKING-STORAGE SECTION.
001150 77  FS_RET                PIC XX.
001160 77  FS_MAE                PIC XX.
001170 77  FS_CTAM               PIC XX.
001180 77  FS_SEG                PIC XX.
001190 77  FS_BAN                PIC XX.
001200 77  FS_CUO                PIC XX.
001210 77  FS_EXT                PIC XX.
001220 77  FS_EXCS               PIC XX.
001230 77  FS_CIC                PIC XX.
001235 77  FS_RGO                PIC XX.
001240 77  WS_FECHA_SISTEMA      PIC 9(08) VALUE 0.
001250 77  WS_PERIODO_RETORNO    PIC 9(06) VALUE 0.
001260 77  WS_CANT_RET           PIC 9(10) VALUE 0.
001270 77  WS_CANT_RECHAZOS      PIC 9(10) VALUE 0.
001280 77  WS_CANT_CANDIDATOS    PIC 9(10) VALUE 0.
001290 77  WS_CANT_PRESENTADOS   PIC 9(10) VALUE 0.
001300 77  WS_CANT_NO_PRESENT    PIC 9(10) VALUE 0.
001310 77  WS_TOT_IMPORTE        PIC 9(11)V99 VALUE 0.
001320 77  WS_IDX_RET            PIC 9(04) VALUE 0.
001330 77  WS_IDX_BUSQ           PIC 9(04) VALUE 0.
001340 77  WS_MOTIVO             PIC X(30) VALUE SPACES.
001343 77  WS_CANT_FILAS_RGO     PIC 9(10) VALUE 0.
001346 77  WS_IMP_RGO_RET        PIC 9(07)V99 VALUE 0.

001350*----------------------------------------------------------------
001360* CUENTA ALTERNATIVA ELEGIDA PARA EL CONSORCIO VIGENTE: LA
001370* PRIMERA DE CUENTAS-MAESTRO (EN ORDEN DE CLAVE) QUE NO ES LA
001380* RECHAZADA, NO ESTA OBSERVADA Y TIENE EL BANCO HABILITADO.
001390*----------------------------------------------------------------
001400 77  WS_CTA_RECHAZADA      PIC 9(08) VALUE 0.
001410 77  WS_CTA_ALT            PIC 9(08) VALUE 0.
001420 77  WS_ENTIDAD_ALT        PIC 9(03) VALUE 0.
001430 77  WS_SUCURSAL_ALT       PIC 9(03) VALUE 0.

001440*----------------------------------------------------------------
001450* CATALOGO DE BANCOS HABILITADOS EN MEMORIA (BANCOS.DAT)
001460*----------------------------------------------------------------
001470 77  WS_MAX_BANCOS         PIC 9(03) VALUE 200.
001480 77  WS_IDX_BAN            PIC 9(04) VALUE 0.

001490     COPY BANTAB.

001500*----------------------------------------------------------------
001510* CUOTAS VIGENTES EN MEMORIA (CUOTAS.DAT): EL IMPORTE QUE SE
001520* VUELVE A PRESENTAR ES LA CUOTA DEL PERIODO DEL CONSORCIO.
001530*----------------------------------------------------------------
001540 77  WS_MAX_CUOTAS         PIC 9(04) VALUE 2000.
001550 77  WS_IDX_CUO            PIC 9(04) VALUE 0.
001560 77  WS_IMPORTE_CONS       PIC 9(07)V99 VALUE 0.

001570     COPY CUOTAB.

001580*----------------------------------------------------------------
001590* TABLA DEL RETORNO EN MEMORIA, COMO EN ALGO4IMP: HACE FALTA
001600* COMPLETA PARA SABER SI UN CONSORCIO RECHAZADO EN LA CUENTA
001610* PRINCIPAL IGUAL PAGO EL PERIODO DESDE OTRA CUENTA SUYA.
001620*----------------------------------------------------------------
001630 77  WS_MAX_RET            PIC 9(04) VALUE 2000.

001640 01  WS_TABLA_RET.
001650     03 WS_CANT_RET_TAB    PIC 9(04) VALUE 0.
001660     03 WS_RET OCCURS 2000 TIMES.
001670        05 WS_RET-CUIT         PIC 9(15).
001680        05 WS_RET-CTA          PIC 9(08).
001690        05 WS_RET-COD          PIC X(02).
001700        05 WS_RET-PERIODO      PIC 9(06).
001710        05 WS_RET-SW-RECHAZO   PIC X(01).
001720           88 RET-RECHAZADO       VALUE "S".
001722        05 WS_RET-IMPORTE      PIC 9(07)V99.
001725        05 WS_RET-SW-RECARGO   PIC X(01).
001727           88 RET-ES-RECARGO      VALUE "S".

001730 01  WS_SWITCHES.
001740     03 WS_SW_FIN_RET      PIC X(01) VALUE "N".
001750        88 FIN-RET                  VALUE "S".
001760     03 WS_SW_CTAM_AUSENTE PIC X(01) VALUE "N".
001770        88 CTAM-AUSENTE             VALUE "S".
001780     03 WS_SW_FIN_CTAS_CONS PIC X(01) VALUE "N".
001790        88 FIN-CTAS-CONS            VALUE "S".
001800     03 WS_SW_ALTERNATIVA  PIC X(01) VALUE "N".
001810        88 ALTERNATIVA-ENCONTRADA   VALUE "S".
001820     03 WS_SW_BANCO_HAB    PIC X(01) VALUE "N".
001830        88 BANCO-HABILITADO         VALUE "S".
001840     03 WS_SW_CUOTA_ENC    PIC X(01) VALUE "N".
001850        88 CUOTA-ENCONTRADA         VALUE "S".
001860     03 WS_SW_ACEPT_OTRA   PIC X(01) VALUE "N".
001870        88 ACEPTADO-EN-OTRA-CTA     VALUE "S".
001880     03 WS_SW_YA_PRESENT   PIC X(01) VALUE "N".
001890        88 YA-PRESENTADO            VALUE "S".
001891     03 WS_SW_FIN_RGO_CONS PIC X(01) VALUE "N".
001892        88 FIN-RGO-CONS             VALUE "S".
001893     03 WS_SW_FIN_CIC      PIC X(01) VALUE "N".
001896        88 FIN-CIC                  VALUE "S".

001900*----------------------------------------------------------------
001910* RENGLON DEL EXTRACTO DE SEGUNDA PRESENTACION (MISMO FORMATO
001920* QUE EL RENGLON DE ALGO4EXP)
001930*----------------------------------------------------------------
001940 01  WS_LINEA-EXT.
001950     03 WS_LINEXT-CUIT     PIC 9(15).
001960     03 FILLER             PIC X(01) VALUE ",".
001970     03 WS_LINEXT-NOMBRE   PIC X(30).
001980     03 FILLER             PIC X(01) VALUE ",".
001990     03 WS_LINEXT-ESTADO   PIC X(15).
002000     03 FILLER             PIC X(01) VALUE ",".
002010     03 WS_LINEXT-CUENTA   PIC 9(08).
002020     03 FILLER             PIC X(01) VALUE ",".
002030     03 WS_LINEXT-ENTIDAD  PIC 9(03).
002040     03 FILLER             PIC X(01) VALUE ",".
002050     03 WS_LINEXT-SUCURSAL PIC 9(03).
002060     03 FILLER             PIC X(01) VALUE ",".
002070     03 WS_LINEXT-IMPORTE  PIC 9(07).9(02).

002080*----------------------------------------------------------------
002090* REGISTRO DE CIERRE DEL EXTRACTO DE SEGUNDA PRESENTACION: "TRL"
002100* + TOTAL DE RENGLONES + IMPORTE TOTAL, IGUAL QUE EL CIERRE DEL
002110* EXTRACTO MENSUAL.
002120*----------------------------------------------------------------
002130 01  WS_LINEA-TRL.
002140     03 FILLER             PIC X(03) VALUE "TRL".
002150     03 FILLER             PIC X(01) VALUE ",".
002160     03 WS_LINTRL-CANT     PIC 9(10).
002170     03 FILLER             PIC X(01) VALUE ",".
002180     03 WS_LINTRL-IMPORTE  PIC 9(11).9(02).

002190*----------------------------------------------------------------
002200* RENGLON DE LA LISTA DE RECHAZOS NO PRESENTADOS: CUIT, CUENTA
002210* PRINCIPAL RECHAZADA, CODIGO DE RECHAZO Y MOTIVO (MISMO
002220* FORMATO QUE EXCRETORNO.DAT).
002230*----------------------------------------------------------------
002240 01  WS_LINEA-EXCS.
002250     03 FILLER             PIC X(02) VALUE SPACES.
002260     03 WS_LINEXCS-CUIT    PIC 9(15).
002270     03 FILLER             PIC X(02) VALUE SPACES.
002280     03 WS_LINEXCS-CTA     PIC 9(08).
002290     03 FILLER             PIC X(02) VALUE SPACES.
002300     03 WS_LINEXCS-COD     PIC X(02).
002310     03 FILLER             PIC X(02) VALUE SPACES.
002320     03 WS_LINEXCS-MOTIVO  PIC X(30).

002330 PROCEDURE DIVISION.
002340     PERFORM INICIALIZAR.
002350     PERFORM CARGAR-TABLA-BANCOS.
002360     PERFORM CARGAR-TABLA-CUOTAS.
002370     PERFORM CARGAR-RETORNO.
002375     PERFORM MARCAR-FILAS-RECARGO.
002380     PERFORM VERIFICAR-CICLO.
002390     PERFORM ABRIR-ARCHIVOS-SALIDA.
002400     PERFORM EVALUAR-RECHAZO-RET
002410         VARYING WS_IDX_RET FROM 1 BY 1
002420         UNTIL WS_IDX_RET > WS_CANT_RET_TAB.
002430     PERFORM GRABAR-CIERRE-EXTRACTO.
002440     PERFORM MOSTRAR-RESUMEN.
002450     PERFORM REGISTRAR-CICLO-SEGUNDA.
002460     PERFORM CERRAR-ARCHIVOS.
002470     STOP RUN.

002480*================================================================
002490* INICIALIZAR - APERTURA DE LOS ARCHIVOS DE CONSULTA. EL RETORNO
002500* Y EL MAESTRO SON OBLIGATORIOS; SIN CUENTAS-MAESTRO NO HAY
002510* CUENTA ALTERNATIVA POSIBLE Y NADA SE PRESENTA. EL ARCHIVO DE
002520* SEGUNDAS PRESENTACIONES SE CREA VACIO LA PRIMERA VEZ.
002530*================================================================
002540 INICIALIZAR.
002550     DISPLAY "ALGO4SEG INICIA".
002560     ACCEPT WS_FECHA_SISTEMA FROM DATE YYYYMMDD.
002570     OPEN INPUT RETORNO.
002580     IF FS_RET NOT = "00"
002590        DISPLAY "Error al abrir Retorno de Facturacion: " FS_RET
002600        STOP RUN
002610     END-IF.
002620     OPEN INPUT MAESTRO.
002630     IF FS_MAE NOT = "00"
002640        DISPLAY "Error al abrir Maestro: " FS_MAE
002650        STOP RUN
002660     END-IF.
002670     OPEN INPUT CTAS_MAESTRO.
002680     IF FS_CTAM = "35"
002690        SET CTAM-AUSENTE TO TRUE
002700     ELSE
002710        IF FS_CTAM NOT = "00"
002720           DISPLAY "Error al abrir Cuentas-Maestro: " FS_CTAM
002730           STOP RUN
002740        END-IF
002750     END-IF.
002760     OPEN I-O SEGUNDA_PRES.
002770     IF FS_SEG = "35"
002780        OPEN OUTPUT SEGUNDA_PRES
002790        CLOSE SEGUNDA_PRES
002800        OPEN I-O SEGUNDA_PRES
002810     END-IF.
002820     IF FS_SEG NOT = "00"
002830        DISPLAY "Error al abrir Segundas Presentaciones: " FS_SEG
002840        STOP RUN
002850     END-IF.

002860*================================================================
002870* CARGAR-TABLA-BANCOS - CARGA EN MEMORIA EL CATALOGO DE BANCOS
002880* HABILITADOS (MISMO CRITERIO QUE GEN-TABLA-BANCOS EN EL MERGE).
002890* SIN CATALOGO NINGUNA CUENTA ALTERNATIVA CALIFICA.
002900*================================================================
002910 CARGAR-TABLA-BANCOS.
002920     MOVE 0 TO WS_CANT_BANCOS.
002930     OPEN INPUT BANCOS.
002940     IF FS_BAN = "35"
002950        DISPLAY "CARGAR-TABLA-BANCOS - SIN BANCOS.DAT, NINGUNA "
002960                "CUENTA ALTERNATIVA CALIFICA"
002970     ELSE
002980        IF FS_BAN NOT = "00"
002990           DISPLAY "Error al abrir Archivo de Bancos: " FS_BAN
003000           STOP RUN
003010        END-IF
003020        PERFORM CARGAR-BANCO
003030            UNTIL FS_BAN = "10"
003040               OR WS_CANT_BANCOS = WS_MAX_BANCOS
003050        IF WS_CANT_BANCOS = WS_MAX_BANCOS AND FS_BAN NOT = "10"
003060           DISPLAY "CARGAR-TABLA-BANCOS - ADVERTENCIA: TABLA "
003070                   "LLENA (" WS_MAX_BANCOS "), SE IGNORA EL "
003080                   "RESTO DE BANCOS.DAT"
003090        END-IF
003100        CLOSE BANCOS
003110     END-IF.

003120 CARGAR-BANCO.
003130     READ BANCOS
003140         AT END
003150             MOVE "10" TO FS_BAN
003160         NOT AT END
003170             ADD 1 TO WS_CANT_BANCOS
003180             MOVE BAN-ENTIDAD  TO WS_BANCO-ENTIDAD(WS_CANT_BANCOS)
003190             MOVE BAN-SUCURSAL
003200                  TO WS_BANCO-SUCURSAL(WS_CANT_BANCOS)
003210             MOVE BAN-NOMBRE   TO WS_BANCO-NOMBRE(WS_CANT_BANCOS)
003220     END-READ.

003230*================================================================
003240* CARGAR-TABLA-CUOTAS - CARGA CUOTAS.DAT COMPLETO EN MEMORIA. UN
003250* CONSORCIO SIN CUOTA NO SE VUELVE A PRESENTAR (NO HAY IMPORTE
003260* QUE DEBITAR).
003270*================================================================
003280 CARGAR-TABLA-CUOTAS.
003290     MOVE 0 TO WS_CANT_CUOTAS.
003300     OPEN INPUT CUOTAS.
003310     IF FS_CUO = "35"
003320        DISPLAY "CARGAR-TABLA-CUOTAS - SIN CUOTAS.DAT, NO SE "
003330                "PUEDE VOLVER A PRESENTAR NINGUN DEBITO"
003340     ELSE
003350        IF FS_CUO NOT = "00"
003360           DISPLAY "Error al abrir Archivo de Cuotas: " FS_CUO
003370           STOP RUN
003380        END-IF
003390        PERFORM CARGAR-CUOTA
003400            UNTIL FS_CUO = "10"
003410               OR WS_CANT_CUOTAS = WS_MAX_CUOTAS
003420        IF WS_CANT_CUOTAS = WS_MAX_CUOTAS AND FS_CUO NOT = "10"
003430           DISPLAY "CARGAR-TABLA-CUOTAS - ADVERTENCIA: TABLA "
003440                   "LLENA (" WS_MAX_CUOTAS "), SE IGNORA EL "
003450                   "RESTO DE CUOTAS.DAT"
003460        END-IF
003470        CLOSE CUOTAS
003480     END-IF.

003490 CARGAR-CUOTA.
003500     READ CUOTAS
003510         AT END
003520             MOVE "10" TO FS_CUO
003530         NOT AT END
003540             ADD 1 TO WS_CANT_CUOTAS
003550             MOVE CUO-CUIT-CONS TO WS_CUOTA-CUIT(WS_CANT_CUOTAS)
003560             MOVE CUO-IMPORTE
003570                  TO WS_CUOTA-IMPORTE(WS_CANT_CUOTAS)
003580     END-READ.

003590*================================================================
003600* CARGAR-RETORNO - CARGA EL RETORNO DEL PERIODO EN WS_TABLA_RET,
003610* HASTA WS_MAX_RET FILAS. LO QUE NO ENTRA TAMPOCO LO PROCESO LA
003620* CARGA DEL RETORNO (QUEDO EN SUS EXCEPCIONES), ASI QUE SE AVISA
003630* Y SE IGNORA.
003640*================================================================
003650 CARGAR-RETORNO.
003660     MOVE 0 TO WS_CANT_RET_TAB.
003670     PERFORM LEER-RETORNO
003680         UNTIL FIN-RET
003690            OR WS_CANT_RET_TAB = WS_MAX_RET.
003700     IF WS_CANT_RET_TAB = WS_MAX_RET AND NOT FIN-RET
003710        DISPLAY "CARGAR-RETORNO - ADVERTENCIA: TABLA LLENA ("
003720                WS_MAX_RET "), SE IGNORA EL RESTO DEL RETORNO"
003730     END-IF.
003740     DISPLAY "CARGAR-RETORNO - FILAS CARGADAS: " WS_CANT_RET_TAB.

003750 LEER-RETORNO.
003760     READ RETORNO
003770         AT END
003780             SET FIN-RET TO TRUE
003790         NOT AT END
003800             ADD 1 TO WS_CANT_RET
003810             ADD 1 TO WS_CANT_RET_TAB
003820             MOVE RET-CUIT-CONS TO WS_RET-CUIT(WS_CANT_RET_TAB)
003830             MOVE RET-NRO-CTA   TO WS_RET-CTA(WS_CANT_RET_TAB)
003840             MOVE RET-COD-RESULTADO
003850                  TO WS_RET-COD(WS_CANT_RET_TAB)
003860             MOVE RET-PERIODO
003870                  TO WS_RET-PERIODO(WS_CANT_RET_TAB)
003872             MOVE RET-IMPORTE
003875                  TO WS_RET-IMPORTE(WS_CANT_RET_TAB)
003877             MOVE "N" TO WS_RET-SW-RECARGO(WS_CANT_RET_TAB)
003880             IF RET-COD-RESULTADO = "00"
003890                MOVE "N" TO WS_RET-SW-RECHAZO(WS_CANT_RET_TAB)
003900             ELSE
003910                MOVE "S" TO WS_RET-SW-RECHAZO(WS_CANT_RET_TAB)
003920                ADD 1 TO WS_CANT_RECHAZOS
003930             END-IF
003940     END-READ.
003950     IF FS_RET NOT = "00" AND FS_RET NOT = "10"
003960        DISPLAY "Error al leer Retorno: " FS_RET
003961        STOP RUN
003961     END-IF.

003961*================================================================
003961* MARCAR-FILAS-RECARGO - ALGO4EXP FACTURA LOS RECARGOS POR MORA
003961* EN UN RENGLON APARTE CONTRA LA MISMA CUENTA QUE LA CUOTA, ASI
003961* QUE EL RETORNO TRAE DOS FILAS DEL CONSORCIO. LA DEL RECARGO SE
003961* RECONOCE COMO EN RENDBAN: LA SUMA DE LOS RECARGOS DEL CONSORCIO
003962* FACTURADOS EN EL PERIODO Y LA CUENTA DE LA FILA ES SU IMPORTE,
003962* SEA CUAL SEA EL ESTADO QUE LES DEJO LA CARGA DEL RETORNO. ESA
003962* FILA NO SE VUELVE A PRESENTAR NI CUENTA COMO DEBITO ACEPTADO:
003962* EL RECARGO NO ES LA CUOTA. SIN RECARGOS.DAT NO HAY NINGUNA.
003962*================================================================
003962 MARCAR-FILAS-RECARGO.
003963     OPEN INPUT RECARGOS.
003963     IF FS_RGO = "35"
003963        DISPLAY "MARCAR-FILAS-RECARGO - SIN RECARGOS.DAT, NO HAY "
003963                "FILAS DE RECARGO EN EL RETORNO"
003963     ELSE
003963        IF FS_RGO NOT = "00"
003963           DISPLAY "Error al abrir Recargos: " FS_RGO
003964           STOP RUN
003964        END-IF
003964        PERFORM MARCAR-FILA-RECARGO
003964            VARYING WS_IDX_RET FROM 1 BY 1
003964            UNTIL WS_IDX_RET > WS_CANT_RET_TAB
003964        CLOSE RECARGOS
003965     END-IF.

003965 MARCAR-FILA-RECARGO.
003965     MOVE 0 TO WS_IMP_RGO_RET.
003965     MOVE "N" TO WS_SW_FIN_RGO_CONS.
003965     MOVE WS_RET-CUIT(WS_IDX_RET) TO RGO-CUIT-CONS.
003965     MOVE 0 TO RGO-PERIODO.
003965     START RECARGOS KEY NOT < RGO-CLAVE
003966         INVALID KEY
003966             SET FIN-RGO-CONS TO TRUE
003966     END-START.
003966     PERFORM SUMAR-RECARGO-FACT UNTIL FIN-RGO-CONS.
003966     IF WS_IMP_RGO_RET > 0
003966        AND WS_IMP_RGO_RET = WS_RET-IMPORTE(WS_IDX_RET)
003967        MOVE "S" TO WS_RET-SW-RECARGO(WS_IDX_RET)
003967        ADD 1 TO WS_CANT_FILAS_RGO
003967     END-IF.

003967 SUMAR-RECARGO-FACT.
003967     READ RECARGOS NEXT
003967         AT END
003967             SET FIN-RGO-CONS TO TRUE
003968         NOT AT END
003968             IF RGO-CUIT-CONS NOT = WS_RET-CUIT(WS_IDX_RET)
003968                SET FIN-RGO-CONS TO TRUE
003968             ELSE
003968                IF RGO-PERIODO-FACT = WS_RET-PERIODO(WS_IDX_RET)
003968                   AND RGO-NRO-CTA-FACT = WS_RET-CTA(WS_IDX_RET)
003969                   ADD RGO-IMPORTE TO WS_IMP_RGO_RET
003969                END-IF
003969             END-IF
003969     END-READ.
003969     IF FS_RGO NOT = "00" AND FS_RGO NOT = "10"
003969        DISPLAY "Error al leer Recargos: " FS_RGO
003970        STOP RUN
003980     END-IF.

003990*================================================================
004000* VERIFICAR-CICLO - EL PERIODO ES EL RET-PERIODO DE LA PRIMERA
004003* FILA DEL RETORNO, COMO EN ALGO4IMP. CON EL RETORNO VACIO ES EL
004006* ULTIMO PERIODO CON EL RETORNO CARGADO EN CICLO-CONTROL.DAT:
004009* LA CORRIDA SIGUE SIN DEBITOS QUE PRESENTAR Y REGISTRA IGUAL LA
004012* SEGUNDA PRESENTACION Y SU RETORNO, PARA QUE EL CICLO NO QUEDE
004015* PARADO. LA SEGUNDA PRESENTACION
004020* SOLO SE GENERA CON LA CARGA DEL RETORNO DEL PERIODO
004030* REGISTRADA (LAS CUENTAS RECHAZADAS YA ESTAN OBSERVADAS) Y UNA
004040* SOLA VEZ POR PERIODO: AMBOS RECHAZOS SALEN CON RETURN-CODE 8.
004050*================================================================
004060 VERIFICAR-CICLO.
004070     IF WS_CANT_RET_TAB = 0
004082        PERFORM BUSCAR-ULTIMO-RETORNO
004094     ELSE
004106        MOVE WS_RET-PERIODO(1) TO WS_PERIODO_RETORNO
004120     END-IF.
004140     OPEN INPUT CICLO.
004150     IF FS_CIC = "35"
004160        DISPLAY "VERIFICAR-CICLO - SIN CONTROL DE CICLO: EL "
004170                "RETORNO DEL PERIODO " WS_PERIODO_RETORNO
004180                " NO SE CARGO, SE RECHAZA LA CORRIDA"
004190        MOVE 8 TO RETURN-CODE
004200        STOP RUN
004210     END-IF.
004220     IF FS_CIC NOT = "00"
004230        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
004240        STOP RUN
004250     END-IF.
004260     MOVE WS_PERIODO_RETORNO TO CIC-PERIODO.
004270     READ CICLO
004280         INVALID KEY
004290             MOVE 0 TO CIC-FECHA-RETORNO
004300             MOVE 0 TO CIC-FECHA-SEGUNDA
004310     END-READ.
004320     IF CIC-FECHA-RETORNO = 0
004330        DISPLAY "VERIFICAR-CICLO - SEGUNDA PRESENTACION SIN "
004340                "CARGA DEL RETORNO DEL PERIODO "
004350                WS_PERIODO_RETORNO ", SE RECHAZA LA CORRIDA"
004360        MOVE 8 TO RETURN-CODE
004370        STOP RUN
004380     END-IF.
004390     IF CIC-FECHA-SEGUNDA NOT = 0
004400        DISPLAY "VERIFICAR-CICLO - LA SEGUNDA PRESENTACION DEL "
004410                "PERIODO " WS_PERIODO_RETORNO " YA SE GENERO EL "
004420                CIC-FECHA-SEGUNDA ", SE RECHAZA LA CORRIDA"
004430        MOVE 8 TO RETURN-CODE
004440        STOP RUN
004450     END-IF.
004460     CLOSE CICLO.

004461*================================================================
004461* BUSCAR-ULTIMO-RETORNO - CON EL RETORNO VACIO NO HAY FILA DE
004461* DONDE TOMAR EL PERIODO: SE TOMA EL ULTIMO DE CICLO-CONTROL.DAT
004461* CON EL RETORNO CARGADO. SIN NINGUNO NO HAY CICLO QUE REGISTRAR
004461* NI NADA QUE VOLVER A PRESENTAR.
004462*================================================================
004462 BUSCAR-ULTIMO-RETORNO.
004462     MOVE 0 TO WS_PERIODO_RETORNO.
004462     OPEN INPUT CICLO.
004462     IF FS_CIC = "00"
004463        MOVE "N" TO WS_SW_FIN_CIC
004463        PERFORM LEER-CICLO-RETORNO UNTIL FIN-CIC
004463        CLOSE CICLO
004463     ELSE
004464        IF FS_CIC NOT = "35"
004464           DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
004464           STOP RUN
004464        END-IF
004464     END-IF.
004465     IF WS_PERIODO_RETORNO = 0
004465        DISPLAY "VERIFICAR-CICLO - RETORNO VACIO Y NINGUN "
004465                "RETORNO CARGADO, NADA QUE VOLVER A PRESENTAR"
004465        CLOSE RETORNO MAESTRO SEGUNDA_PRES
004466        STOP RUN
004466     END-IF.
004466     DISPLAY "VERIFICAR-CICLO - RETORNO VACIO, SE REGISTRA LA "
004466             "2DA PRESENTACION DEL PERIODO " WS_PERIODO_RETORNO
004466             " SIN DEBITOS".

004467 LEER-CICLO-RETORNO.
004467     READ CICLO NEXT
004467         AT END
004467             SET FIN-CIC TO TRUE
004468         NOT AT END
004468             IF CIC-FECHA-RETORNO NOT = 0
004468                MOVE CIC-PERIODO TO WS_PERIODO_RETORNO
004468             END-IF
004468     END-READ.
004469     IF FS_CIC NOT = "00" AND FS_CIC NOT = "10"
004469        DISPLAY "Error al leer Control de Ciclo: " FS_CIC
004469        STOP RUN
004469     END-IF.

004470*================================================================
004480* ABRIR-ARCHIVOS-SALIDA - EL EXTRACTO Y LA LISTA DE NO
004490* PRESENTADOS SE ABREN RECIEN DESPUES DEL CANDADO DEL CICLO,
004500* PARA QUE UNA CORRIDA RECHAZADA NO PISE LOS DE LA CORRIDA BUENA.
004510*================================================================
004520 ABRIR-ARCHIVOS-SALIDA.
004530     OPEN OUTPUT EXTRACTO_SEG.
004540     IF FS_EXT NOT = "00"
004550        DISPLAY "Error al abrir Extracto de 2da Presentacion: "
004560                FS_EXT
004570        STOP RUN
004580     END-IF.
004590     OPEN OUTPUT EXC_SEGUNDA.
004600     IF FS_EXCS NOT = "00"
004610        DISPLAY "Error al abrir Rechazos No Presentados: " FS_EXCS
004620        STOP RUN
004630     END-IF.

004640*================================================================
004650* EVALUAR-RECHAZO-RET - SOLO CUENTA LA FILA RECHAZADA DE LA
004660* CUENTA PRINCIPAL (MAE-NRO-CTA): ES EL DEBITO DEL CONSORCIO.
004670* UN CUIT QUE NO ESTA EN EL MAESTRO YA LO LISTO LA CARGA DEL
004680* RETORNO EN SUS EXCEPCIONES. LA FILA DEL RECARGO NO SE
004685* PRESENTA: LA RETOMA LA PROXIMA LIQUIDACION DE RECARGOS.
004690*================================================================
004700 EVALUAR-RECHAZO-RET.
004710     IF RET-RECHAZADO(WS_IDX_RET)
004715        AND NOT RET-ES-RECARGO(WS_IDX_RET)
004720        MOVE WS_RET-CUIT(WS_IDX_RET) TO MAE-CUIT-CONS
004730        READ MAESTRO
004740            INVALID KEY
004750                CONTINUE
004760            NOT INVALID KEY
004770                IF MAE-NRO-CTA = WS_RET-CTA(WS_IDX_RET)
004780                   PERFORM DECIDIR-PRESENTACION
004790                END-IF
004800        END-READ
004810     END-IF.

004820*================================================================
004830* DECIDIR-PRESENTACION - CONTROLES EN ORDEN; EL PRIMERO QUE
004840* FALLA DEJA SU MOTIVO Y EL RECHAZO VA A LA LISTA DE NO
004850* PRESENTADOS. SIN MOTIVO SE VUELVE A PRESENTAR EL DEBITO.
004860*================================================================
004870 DECIDIR-PRESENTACION.
004880     ADD 1 TO WS_CANT_CANDIDATOS.
004890     MOVE WS_RET-CTA(WS_IDX_RET) TO WS_CTA_RECHAZADA.
004900     MOVE SPACES TO WS_MOTIVO.
004910     IF MAE-FECHA-BAJA NOT = SPACES
004920        MOVE "CONSORCIO DADO DE BAJA" TO WS_MOTIVO
004930     END-IF.
004940     IF WS_MOTIVO = SPACES
004950        PERFORM VERIFICAR-ACEPTADO-OTRA
004960        IF ACEPTADO-EN-OTRA-CTA
004970           MOVE "DEBITO ACEPTADO EN OTRA CUENTA" TO WS_MOTIVO
004980        END-IF
004990     END-IF.
005000     IF WS_MOTIVO = SPACES
005010        PERFORM VERIFICAR-YA-PRESENTADO
005020        IF YA-PRESENTADO
005030           MOVE "YA PRESENTADO EN EL PERIODO" TO WS_MOTIVO
005040        END-IF
005050     END-IF.
005060     IF WS_MOTIVO = SPACES
005070        PERFORM OBTENER-CUOTA-CONSORCIO
005080        IF NOT CUOTA-ENCONTRADA OR WS_IMPORTE_CONS = 0
005090           MOVE "SIN CUOTA VIGENTE" TO WS_MOTIVO
005100        END-IF
005110     END-IF.
005120     IF WS_MOTIVO = SPACES
005130        PERFORM BUSCAR-CUENTA-ALTERNATIVA
005140        IF NOT ALTERNATIVA-ENCONTRADA
005150           MOVE "SIN CUENTA ALTERNATIVA HABIL" TO WS_MOTIVO
005160        END-IF
005170     END-IF.
005180     IF WS_MOTIVO = SPACES
005190        PERFORM PRESENTAR-CONSORCIO
005200     ELSE
005210        PERFORM GRABAR-NO-PRESENTADO
005220     END-IF.

005230*================================================================
005240* VERIFICAR-ACEPTADO-OTRA - SI EL MISMO RETORNO TRAE UN DEBITO
005250* ACEPTADO DEL CONSORCIO EN OTRA CUENTA, EL PERIODO YA ESTA
005260* COBRADO Y NO SE VUELVE A PRESENTAR. UNA FILA DE RECARGO
005265* ACEPTADA NO COBRA LA CUOTA.
005270*================================================================
005280 VERIFICAR-ACEPTADO-OTRA.
005290     MOVE "N" TO WS_SW_ACEPT_OTRA.
005300     PERFORM BUSCAR-ACEPTADO-OTRA
005310         VARYING WS_IDX_BUSQ FROM 1 BY 1
005320         UNTIL WS_IDX_BUSQ > WS_CANT_RET_TAB
005330            OR ACEPTADO-EN-OTRA-CTA.

005340 BUSCAR-ACEPTADO-OTRA.
005350     IF WS_RET-CUIT(WS_IDX_BUSQ) = WS_RET-CUIT(WS_IDX_RET)
005355        AND WS_RET-CTA(WS_IDX_BUSQ) NOT = WS_RET-CTA(WS_IDX_RET)
005360        AND NOT RET-RECHAZADO(WS_IDX_BUSQ)
005365        AND NOT RET-ES-RECARGO(WS_IDX_BUSQ)
005370        SET ACEPTADO-EN-OTRA-CTA TO TRUE
005380     END-IF.

005390*================================================================
005400* VERIFICAR-YA-PRESENTADO - UNA FILA REPETIDA EN EL RETORNO NO
005410* GENERA DOS PRESENTACIONES DEL MISMO CONSORCIO Y PERIODO.
005420*================================================================
005430 VERIFICAR-YA-PRESENTADO.
005440     MOVE "N" TO WS_SW_YA_PRESENT.
005450     MOVE WS_RET-CUIT(WS_IDX_RET)    TO SEG-CUIT-CONS.
005460     MOVE WS_RET-PERIODO(WS_IDX_RET) TO SEG-PERIODO.
005470     READ SEGUNDA_PRES
005480         INVALID KEY
005490             CONTINUE
005500         NOT INVALID KEY
005510             SET YA-PRESENTADO TO TRUE
005520     END-READ.

005530*================================================================
005540* OBTENER-CUOTA-CONSORCIO - IMPORTE MENSUAL DEL CONSORCIO EN LA
005550* TABLA DE CUOTAS.
005560*================================================================
005570 OBTENER-CUOTA-CONSORCIO.
005580     MOVE 0 TO WS_IMPORTE_CONS.
005590     MOVE "N" TO WS_SW_CUOTA_ENC.
005600     PERFORM BUSCAR-CUOTA
005610         VARYING WS_IDX_CUO FROM 1 BY 1
005620         UNTIL WS_IDX_CUO > WS_CANT_CUOTAS
005630            OR CUOTA-ENCONTRADA.

005640 BUSCAR-CUOTA.
005650     IF WS_CUOTA-CUIT(WS_IDX_CUO) = MAE-CUIT-CONS
005660        MOVE WS_CUOTA-IMPORTE(WS_IDX_CUO) TO WS_IMPORTE_CONS
005670        SET CUOTA-ENCONTRADA TO TRUE
005680     END-IF.

005690*================================================================
005700* BUSCAR-CUENTA-ALTERNATIVA - CUENTAS-MAESTRO.DAT ES INDEXADO
005710* POR CUIT+NRO-CTA: SE POSICIONA CON START EN EL CUIT DEL
005720* CONSORCIO Y SE RECORREN SUS CUENTAS HASTA ENCONTRAR UNA QUE
005730* NO SEA LA RECHAZADA, NO ESTE OBSERVADA Y TENGA EL BANCO
005740* HABILITADO EN EL CATALOGO.
005750*================================================================
005760 BUSCAR-CUENTA-ALTERNATIVA.
005770     MOVE "N" TO WS_SW_ALTERNATIVA.
005780     MOVE "N" TO WS_SW_FIN_CTAS_CONS.
005790     IF CTAM-AUSENTE
005800        SET FIN-CTAS-CONS TO TRUE
005810     ELSE
005820        MOVE MAE-CUIT-CONS TO CTAM-CUIT-CONS
005830        MOVE 0 TO CTAM-NRO-CTA
005840        START CTAS_MAESTRO KEY NOT < CTAM-CLAVE
005850            INVALID KEY
005860                SET FIN-CTAS-CONS TO TRUE
005870        END-START
005880     END-IF.
005890     PERFORM EVALUAR-CUENTA-ALTERNATIVA
005900         UNTIL FIN-CTAS-CONS
005910            OR ALTERNATIVA-ENCONTRADA.

005920 EVALUAR-CUENTA-ALTERNATIVA.
005930     READ CTAS_MAESTRO NEXT
005940         AT END
005950             SET FIN-CTAS-CONS TO TRUE
005960         NOT AT END
005970             IF CTAM-CUIT-CONS NOT = MAE-CUIT-CONS
005980                SET FIN-CTAS-CONS TO TRUE
005990             ELSE
006000                IF CTAM-NRO-CTA NOT = WS_CTA_RECHAZADA
006010                   AND NOT CTAM-CTA-OBSERVADA
006020                   PERFORM VERIFICAR-BANCO-CUENTA
006030                   IF BANCO-HABILITADO
006040                      MOVE CTAM-NRO-CTA  TO WS_CTA_ALT
006050                      MOVE CTAM-ENTIDAD  TO WS_ENTIDAD_ALT
006060                      MOVE CTAM-SUCURSAL TO WS_SUCURSAL_ALT
006070                      SET ALTERNATIVA-ENCONTRADA TO TRUE
006080                   END-IF
006090                END-IF
006100             END-IF
006110     END-READ.
006120     IF FS_CTAM NOT = "00" AND FS_CTAM NOT = "10"
006130        DISPLAY "Error al leer Cuentas-Maestro: " FS_CTAM
006140        STOP RUN
006150     END-IF.

006160 VERIFICAR-BANCO-CUENTA.
006170     MOVE "N" TO WS_SW_BANCO_HAB.
006180     PERFORM BUSCAR-BANCO
006190         VARYING WS_IDX_BAN FROM 1 BY 1
006200         UNTIL WS_IDX_BAN > WS_CANT_BANCOS
006210            OR BANCO-HABILITADO.

006220 BUSCAR-BANCO.
006230     IF WS_BANCO-ENTIDAD(WS_IDX_BAN) = CTAM-ENTIDAD
006240        AND WS_BANCO-SUCURSAL(WS_IDX_BAN) = CTAM-SUCURSAL
006250        SET BANCO-HABILITADO TO TRUE
006260     END-IF.

006270*================================================================
006280* PRESENTAR-CONSORCIO - RENGLON DEL EXTRACTO DE SEGUNDA
006290* PRESENTACION CON LA CUENTA ALTERNATIVA Y LA CUOTA, Y ALTA DE
006300* LA PRESENTACION PENDIENTE EN SEGUNDA-PRESENTACION.DAT.
006310*================================================================
006320 PRESENTAR-CONSORCIO.
006330     MOVE MAE-CUIT-CONS        TO WS_LINEXT-CUIT.
006340     MOVE MAE-NOMBRE-CONSORCIO TO WS_LINEXT-NOMBRE.
006350     MOVE MAE-DESCRIP-ESTADO   TO WS_LINEXT-ESTADO.
006360     MOVE WS_CTA_ALT           TO WS_LINEXT-CUENTA.
006370     MOVE WS_ENTIDAD_ALT       TO WS_LINEXT-ENTIDAD.
006380     MOVE WS_SUCURSAL_ALT      TO WS_LINEXT-SUCURSAL.
006390     MOVE WS_IMPORTE_CONS      TO WS_LINEXT-IMPORTE.
006400     WRITE REG-EXTRACTO-SEG FROM WS_LINEA-EXT.
006410     IF FS_EXT NOT = "00"
006420        DISPLAY "Error al grabar Extracto de 2da Presentacion: "
006430                FS_EXT
006440        STOP RUN
006450     END-IF.
006460     ADD 1 TO WS_CANT_PRESENTADOS.
006470     ADD WS_IMPORTE_CONS TO WS_TOT_IMPORTE.
006480     MOVE MAE-CUIT-CONS              TO SEG-CUIT-CONS.
006490     MOVE WS_PERIODO_RETORNO         TO SEG-PERIODO.
006500     MOVE WS_CTA_RECHAZADA           TO SEG-NRO-CTA-RECH.
006510     MOVE WS_RET-COD(WS_IDX_RET)     TO SEG-COD-RECHAZO.
006520     MOVE WS_CTA_ALT                 TO SEG-NRO-CTA-ALT.
006530     MOVE WS_ENTIDAD_ALT             TO SEG-ENTIDAD.
006540     MOVE WS_SUCURSAL_ALT            TO SEG-SUCURSAL.
006550     MOVE WS_IMPORTE_CONS            TO SEG-IMPORTE.
006560     MOVE WS_FECHA_SISTEMA           TO SEG-FECHA-PRESENT.
006570     SET SEG-PENDIENTE TO TRUE.
006580     MOVE SPACES                     TO SEG-COD-RESULTADO.
006590     MOVE 0                          TO SEG-FECHA-RETORNO.
006600     WRITE REG-SEGUNDA-PRES
006610         INVALID KEY
006620             DISPLAY "Error al grabar Segunda Presentacion CUIT "
006630                     SEG-CUIT-CONS ": " FS_SEG
006640             STOP RUN
006650     END-WRITE.

006660*================================================================
006670* GRABAR-NO-PRESENTADO - RECHAZO DE LA CUENTA PRINCIPAL QUE NO
006680* SE VUELVE A PRESENTAR, CON SU MOTIVO, PARA COBRANZAS.
006690*================================================================
006700 GRABAR-NO-PRESENTADO.
006710     ADD 1 TO WS_CANT_NO_PRESENT.
006720     MOVE WS_RET-CUIT(WS_IDX_RET) TO WS_LINEXCS-CUIT.
006730     MOVE WS_RET-CTA(WS_IDX_RET)  TO WS_LINEXCS-CTA.
006740     MOVE WS_RET-COD(WS_IDX_RET)  TO WS_LINEXCS-COD.
006750     MOVE WS_MOTIVO               TO WS_LINEXCS-MOTIVO.
006760     MOVE WS_LINEA-EXCS           TO LINEA-EXCS.
006770     WRITE LINEA-EXCS.
006780     IF FS_EXCS NOT = "00"
006790        DISPLAY "Error al grabar Rechazos No Presentados: "
006800                FS_EXCS
006810        STOP RUN
006820     END-IF.

006830*================================================================
006840* GRABAR-CIERRE-EXTRACTO - ULTIMO RENGLON DEL EXTRACTO DE
006850* SEGUNDA PRESENTACION: "TRL" CON EL TOTAL DE RENGLONES Y EL
006860* IMPORTE TOTAL VUELTO A PRESENTAR. SE GRABA AUNQUE NO HAYA
006870* RENGLONES, PARA QUE FACTURACION RECIBA EL CIERRE EN CERO.
006880*================================================================
006890 GRABAR-CIERRE-EXTRACTO.
006900     MOVE WS_CANT_PRESENTADOS TO WS_LINTRL-CANT.
006910     MOVE WS_TOT_IMPORTE      TO WS_LINTRL-IMPORTE.
006920     WRITE REG-EXTRACTO-SEG FROM WS_LINEA-TRL.
006930     IF FS_EXT NOT = "00"
006940        DISPLAY "Error al grabar Cierre del Extracto: " FS_EXT
006950        STOP RUN
006960     END-IF.

006970*================================================================
006980* MOSTRAR-RESUMEN - TOTALES DE LA SEGUNDA PRESENTACION
006990*================================================================
007000 MOSTRAR-RESUMEN.
007010     DISPLAY "ALGO4SEG - RESUMEN DEL PERIODO " WS_PERIODO_RETORNO.
007020     DISPLAY "FILAS DEL RETORNO LEIDAS..: " WS_CANT_RET.
007030     DISPLAY "RESULTADOS RECHAZADOS.....: " WS_CANT_RECHAZOS.
007035     DISPLAY "FILAS DE RECARGO (APARTE).: " WS_CANT_FILAS_RGO.
007040     DISPLAY "RECHAZOS DE CTA PRINCIPAL.: " WS_CANT_CANDIDATOS.
007050     DISPLAY "VUELTOS A PRESENTAR.......: " WS_CANT_PRESENTADOS.
007060     DISPLAY "NO PRESENTADOS............: " WS_CANT_NO_PRESENT.
007070     MOVE WS_TOT_IMPORTE TO WS_LINTRL-IMPORTE.
007080     DISPLAY "IMPORTE VUELTO A PRESENTAR: " WS_LINTRL-IMPORTE.

007090*================================================================
007100* REGISTRAR-CICLO-SEGUNDA - ASIENTA EN CICLO-CONTROL.DAT LA
007110* GENERACION DE LA SEGUNDA PRESENTACION DEL PERIODO. SI NO SE
007120* PRESENTO NADA NO HAY RETORNO QUE ESPERAR Y SE REGISTRA TAMBIEN
007130* ESE PASO, PARA QUE EL CICLO NO QUEDE PARADO.
007140*================================================================
007150 REGISTRAR-CICLO-SEGUNDA.
007160     OPEN I-O CICLO.
007170     IF FS_CIC NOT = "00"
007180        DISPLAY "Error al abrir Control de Ciclo: " FS_CIC
007190        STOP RUN
007200     END-IF.
007210     MOVE WS_PERIODO_RETORNO TO CIC-PERIODO.
007220     READ CICLO
007230         INVALID KEY
007240             DISPLAY "Error al releer Control de Ciclo: " FS_CIC
007250             STOP RUN
007260     END-READ.
007270     MOVE WS_FECHA_SISTEMA TO CIC-FECHA-SEGUNDA.
007280     IF WS_CANT_PRESENTADOS = 0
007290        MOVE WS_FECHA_SISTEMA TO CIC-FECHA-RET-SEGUNDA
007300        DISPLAY "REGISTRAR-CICLO-SEGUNDA - SIN DEBITOS VUELTOS A "
007310                "PRESENTAR, NO HAY RETORNO QUE ESPERAR"
007320     END-IF.
007330     REWRITE REG-CICLO.
007340     IF FS_CIC NOT = "00"
007350        DISPLAY "Error al grabar Control de Ciclo: " FS_CIC
007360        STOP RUN
007370     END-IF.
007380     CLOSE CICLO.
007390     DISPLAY "REGISTRAR-CICLO-SEGUNDA - PERIODO "
007400             WS_PERIODO_RETORNO " 2DA PRESENTACION REGISTRADA".

007410*================================================================
007420* CERRAR-ARCHIVOS - CIERRE ORDENADO DE TODOS LOS ARCHIVOS
007430*================================================================
007440 CERRAR-ARCHIVOS.
007450     IF CTAM-AUSENTE
007460        CLOSE RETORNO MAESTRO SEGUNDA_PRES EXTRACTO_SEG
007470              EXC_SEGUNDA
007480     ELSE
007490        CLOSE RETORNO MAESTRO CTAS_MAESTRO SEGUNDA_PRES
007500              EXTRACTO_SEG EXC_SEGUNDA
007510     END-IF.
