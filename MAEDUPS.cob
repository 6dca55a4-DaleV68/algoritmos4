000270*                  ADMINISTRACION DEPURE ANTES DE QUE
000280*                  FACTURACION DEBITE DOS VECES AL MISMO
000290*                  EDIFICIO.
000291* 2026-10-15  DLV  CADA RENGLON CUYO CUIT ES EL DE UN
000291*                  ADMINISTRADOR DEL CATALOGO
000292*                  (ADMINISTRADORES.DAT, COPY ADMREC/ADMTAB) SALE
000293*                  MARCADO "CUIT DE ADMIN" Y EL RESUMEN CUENTA
000294*                  LOS GRUPOS QUE TIENEN ALGUNO: ES EL CASO DEL
000295*                  CUIT DEL ADMINISTRADOR CARGADO EN LUGAR DEL DEL
000296*                  CONSORCIO. SIN CATALOGO EL ANALISIS SIGUE COMO
000297*                  ANTES.
000298* 2026-10-15  DLV  CONTROL DE LECTURA DEL CATALOGO DE
000299*                  ADMINISTRADORES Y AVISO DE TABLA LLENA.
000300*================================================================

000310 ENVIRONMENT DIVISION.
000390     SELECT SOSPECHOSOS  ASSIGN TO DISK
000400                          FILE STATUS IS FS_SOS.

000403     SELECT ADMINIS      ASSIGN TO DISK
000406                          FILE STATUS IS FS_ADM.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  MAESTRO LABEL RECORD IS STANDARD

000480 01  LINEA-SOS                  PIC X(100).

000482 FD  ADMINIS LABEL RECORD IS STANDARD
000484            VALUE OF FILE-ID IS "administradores.dat".

000486     COPY ADMREC.

000490 WORKING-STORAGE SECTION.
000500 77  FS_MAE                PIC XX.
000510 77  FS_SOS                PIC XX.
000540 77  WS_CANT_SOSPECHOSOS   PIC 9(06) VALUE 0.
000550 77  WS_IDX_BASE           PIC 9(04) VALUE 0.
000560 77  WS_IDX_COMP           PIC 9(04) VALUE 0.
000561 77  FS_ADM                PIC XX.
000562 77  WS_MAX_ADMIN          PIC 9(03) VALUE 500.
000563 77  WS_IDX_ADM            PIC 9(04) VALUE 0.
000564 77  WS_CUIT_BUSCADO       PIC 9(15) VALUE 0.
000565 77  WS_CANT_GRUPOS_ADM    PIC 9(06) VALUE 0.

000566     COPY ADMTAB.

000570*----------------------------------------------------------------
000580* REGISTROS ACTIVOS DEL MAESTRO EN MEMORIA, CON EL NOMBRE Y LA
000780        88 HAY-GRUPO                VALUE "S".
000790     03 WS_SW_ABREV_ENC    PIC X(01) VALUE "N".
000800        88 ABREV-ENCONTRADA         VALUE "S".
000802     03 WS_SW_CUIT_ADMIN   PIC X(01) VALUE "N".
000804        88 ES-CUIT-ADMIN            VALUE "S".
000806     03 WS_SW_GRUPO_ADMIN  PIC X(01) VALUE "N".
000808        88 GRUPO-CON-ADMIN          VALUE "S".

000810*----------------------------------------------------------------
000820* AREAS DE LA NORMALIZACION: EL TEXTO SE PASA A MAYUSCULAS, SE
001440     03 WS_LINSOS-NOMBRE   PIC X(30).
001450     03 FILLER             PIC X(02) VALUE SPACES.
001460     03 WS_LINSOS-MOTIVO   PIC X(20).
001463     03 FILLER             PIC X(02) VALUE SPACES.
001466     03 WS_LINSOS-MARCA    PIC X(13).

001470 PROCEDURE DIVISION.
001480     PERFORM INICIALIZAR.
001485     PERFORM CARGAR-ADMINISTRADORES.
001490     PERFORM CARGAR-ACTIVOS.
001500     PERFORM BUSCAR-DUPLICADOS.
001510     PERFORM MOSTRAR-RESUMEN.
001980     END-READ.
001990     IF FS_MAE NOT = "00" AND FS_MAE NOT = "10"
002000        DISPLAY "Error al leer Maestro: " FS_MAE
002001        STOP RUN
002001     END-IF.

002001*================================================================
002001* CARGAR-ADMINISTRADORES - CARGA LOS CUIT DEL CATALOGO DE
002001* ADMINISTRADORES PARA MARCAR LOS RENGLONES QUE LOS USAN. EL
002002* CATALOGO ES OPCIONAL: SI NO EXISTE NO SE MARCA NADA.
002002*================================================================
002002 CARGAR-ADMINISTRADORES.
002002     MOVE 0 TO WS_CANT_ADMIN.
002003     OPEN INPUT ADMINIS.
002003     IF FS_ADM NOT = "35"
002003        IF FS_ADM NOT = "00"
002003           DISPLAY "Error al abrir Archivo de Administradores: "
002003                   FS_ADM
002004           STOP RUN
002004        END-IF
002004        PERFORM LEER-ADMINISTRADOR
002004            UNTIL FS_ADM = "10"
002005               OR WS_CANT_ADMIN = WS_MAX_ADMIN
002005        IF WS_CANT_ADMIN = WS_MAX_ADMIN AND FS_ADM NOT = "10"
002005           DISPLAY "CARGAR-ADMINISTRADORES - ADVERTENCIA: TABLA "
002005                   "LLENA (" WS_MAX_ADMIN "), SE IGNORA EL RESTO "
002005                   "DE ADMINISTRADORES.DAT"
002006        END-IF
002006        CLOSE ADMINIS
002006     END-IF.
002006     DISPLAY "CARGAR-ADMINISTRADORES - ADMINISTRADORES: "
002007             WS_CANT_ADMIN.

002007 LEER-ADMINISTRADOR.
002007     READ ADMINIS
002007         AT END
002007             MOVE "10" TO FS_ADM
002008         NOT AT END
002008             ADD 1 TO WS_CANT_ADMIN
002008             MOVE ADM-CODIGO TO WS_ADMIN-CODIGO(WS_CANT_ADMIN)
002008             MOVE ADM-CUIT   TO WS_ADMIN-CUIT(WS_CANT_ADMIN)
002009     END-READ.
002009     IF FS_ADM NOT = "00" AND FS_ADM NOT = "10"
002009        DISPLAY "Error al leer Archivo de Administradores: "
002009                FS_ADM
002010        STOP RUN
002020     END-IF.

003200     IF NOT HAY-GRUPO
003210        SET HAY-GRUPO TO TRUE
003220        ADD 1 TO WS_CANT_GRUPOS
003225        MOVE "N" TO WS_SW_GRUPO_ADMIN
003230        MOVE WS_CANT_GRUPOS TO WS_LINGRP-NRO
003240        MOVE WS_LINEA-GRUPO TO LINEA-SOS
003250        PERFORM GRABAR-LINEA-SOS
003320     MOVE WS_DUP-ESTADO(WS_IDX_COMP)  TO WS_LINSOS-ESTADO.
003330     MOVE WS_DUP-NRO-CTA(WS_IDX_COMP) TO WS_LINSOS-CTA.
003340     MOVE WS_DUP-NOMBRE(WS_IDX_COMP)  TO WS_LINSOS-NOMBRE.
003345     PERFORM MARCAR-CUIT-ADMIN.
003350     MOVE WS_LINEA-SOS TO LINEA-SOS.
003360     PERFORM GRABAR-LINEA-SOS.
003370     MOVE "S" TO WS_DUP-SW-LISTADO(WS_IDX_COMP).
003410     MOVE WS_DUP-ESTADO(WS_IDX_BASE)  TO WS_LINSOS-ESTADO.
003420     MOVE WS_DUP-NRO-CTA(WS_IDX_BASE) TO WS_LINSOS-CTA.
003430     MOVE WS_DUP-NOMBRE(WS_IDX_BASE)  TO WS_LINSOS-NOMBRE.
003435     PERFORM MARCAR-CUIT-ADMIN.
003440     MOVE WS_LINEA-SOS TO LINEA-SOS.
003450     PERFORM GRABAR-LINEA-SOS.
003460     MOVE "S" TO WS_DUP-SW-LISTADO(WS_IDX_BASE).
003600        END-IF
003610     END-IF.

003611*================================================================
003611* MARCAR-CUIT-ADMIN - ANTES DE GRABAR UN RENGLON DE CONSORCIO,
003611* LO MARCA SI SU CUIT ES EL DE UN ADMINISTRADOR DEL CATALOGO Y
003612* CUENTA EL GRUPO (UNA SOLA VEZ) COMO GRUPO CON CUIT DE ADMIN.
003612*================================================================
003612 MARCAR-CUIT-ADMIN.
003613     MOVE WS_LINSOS-CUIT TO WS_CUIT_BUSCADO.
003613     MOVE "N" TO WS_SW_CUIT_ADMIN.
003614     MOVE SPACES TO WS_LINSOS-MARCA.
003614     PERFORM EVALUAR-CUIT-ADMIN
003614         VARYING WS_IDX_ADM FROM 1 BY 1
003615         UNTIL WS_IDX_ADM > WS_CANT_ADMIN
003615            OR ES-CUIT-ADMIN.
003615     IF ES-CUIT-ADMIN
003616        MOVE "CUIT DE ADMIN" TO WS_LINSOS-MARCA
003616        IF NOT GRUPO-CON-ADMIN
003617           SET GRUPO-CON-ADMIN TO TRUE
003617           ADD 1 TO WS_CANT_GRUPOS_ADM
003617        END-IF
003618     END-IF.

003618 EVALUAR-CUIT-ADMIN.
003618     IF WS_ADMIN-CUIT(WS_IDX_ADM) = WS_CUIT_BUSCADO
003619        SET ES-CUIT-ADMIN TO TRUE
003619     END-IF.

003620 GRABAR-LINEA-SOS.
003630     WRITE LINEA-SOS.
003640     IF FS_SOS NOT = "00"
003740     DISPLAY "GRUPOS SOSPECHOSOS..........: " WS_CANT_GRUPOS.
003750     DISPLAY "CONSORCIOS SOSPECHOSOS......: "
003760             WS_CANT_SOSPECHOSOS.
003763     DISPLAY "GRUPOS CON CUIT DE ADMIN....: "
003766             WS_CANT_GRUPOS_ADM.
003770     IF WS_CANT_GRUPOS > 0
003780        DISPLAY "REVISAR DUPLICADOS-SOSPECHOSOS.DAT CON "
003790                "ADMINISTRACION ANTES DEL PROXIMO EXTRACTO"
