000270*                  ES LA DIFERENCIA ENTRE RESTAURAR EL BACKUP DE
000280*                  LA NOCHE PERDIENDO EL DIA Y TENER
000290*                  RECUPERACION REAL.
000291* 2026-10-15  DLV  EL RESGUARDO LO GENERA AHORA MAERESG CON SU
000291*                  MANIFIESTO (RESGUARDO-MANIFIESTO.DAT, COPY
000292*                  RESGREC). ANTES DE PISAR EL MAESTRO SE
000292*                  VERIFICA QUE EL RESGUARDO ESTE COMPLETO (EL
000293*                  MANIFIESTO MARCADO COMPLETO Y LA CANTIDAD DE
000294*                  REGISTROS DE MAESTRO-RESGUARDO.DAT IGUAL A LA
000294*                  DEL MANIFIESTO); SI NO, SE RECHAZA CON
000295*                  RETURN-CODE 8. LA FECHA DESDE EN CERO TOMA
000296*                  AHORA LA DEL RESGUARDO Y SE APLICAN SOLO LOS
000296*                  MOVIMIENTOS POSTERIORES A LA POSICION DEL
000297*                  DIARIO REGISTRADA EN EL MANIFIESTO (SI EL
000298*                  DIARIO FUE CORTADO DESPUES DEL RESGUARDO SE
000298*                  AVISA Y SE FILTRA SOLO POR FECHA). SIN
000299*                  MANIFIESTO SE SIGUE COMO ANTES, CON AVISO.
000300*================================================================

000310 ENVIRONMENT DIVISION.
000460     SELECT CONTROL_REC  ASSIGN TO DISK
000470                          FILE STATUS IS FS_CTRL.

000473     SELECT MANIFIESTO   ASSIGN TO DISK
000476                          FILE STATUS IS FS_MAN.

000480 DATA DIVISION.
000490 FILE SECTION.
000500*----------------------------------------------------------------
000510* RESGUARDO - COPIA DE RESGUARDO DEL MAESTRO (LA DEJA MAERESG,
000520* CON SU MANIFIESTO). MISMO LAYOUT QUE MAESTRO, CON LOS NOMBRES
000530* CAMBIADOS PARA TENER LOS DOS REGISTROS EN EL MISMO PROGRAMA,
000540* COMO HACE MAEPURGA CON EL HISTORICO.
000550*----------------------------------------------------------------
000560 FD  RESGUARDO LABEL RECORD IS STANDARD
000570             VALUE OF FILE-ID IS "maestro-resguardo.dat".

000670 01  LINEA-CTRL                 PIC X(100).

000671*----------------------------------------------------------------
000672* MANIFIESTO - EL QUE DEJO MAERESG AL TOMAR EL RESGUARDO: FECHA,
000673* CANTIDAD DE REGISTROS COPIADOS Y POSICION DEL DIARIO.
000674*----------------------------------------------------------------
000675 FD  MANIFIESTO LABEL RECORD IS STANDARD
000676            VALUE OF FILE-ID IS "resguardo-manifiesto.dat".

000677     COPY RESGREC.

000680 WORKING-STORAGE SECTION.
000690 77  FS_RES                PIC XX.
000700 77  FS_MAE                PIC XX.
000710 77  FS_MOV                PIC XX.
000720 77  FS_CTRL               PIC XX.
000721 77  FS_MAN                PIC XX.
000722 77  WS_POS_DESDE          PIC 9(10) VALUE 0.
000723 77  WS_CANT_RES_VERIF     PIC 9(10) VALUE 0.
000724 77  WS_CANT_MOV_VERIF     PIC 9(10) VALUE 0.
000730 77  WS_FECHA_DESDE        PIC 9(08) VALUE 0.
000740 77  WS_FECHA_HASTA        PIC 9(08) VALUE 0.
000750 77  WS_CANT_RESTAURADOS   PIC 9(10) VALUE 0.
000880     03 WS_SW_MAE_EXISTE   PIC X(01) VALUE "N".
000890        88 MAE-EXISTE               VALUE "S".
000900        88 MAE-NO-EXISTE            VALUE "N".
000901     03 WS_SW_MANIFIESTO   PIC X(01) VALUE "N".
000902        88 CON-MANIFIESTO           VALUE "S".
000903     03 WS_SW_POSICION     PIC X(01) VALUE "N".
000904        88 POSICION-CONFIRMADA      VALUE "S".

000910*----------------------------------------------------------------
000920* RENGLON DEL REPORTE DE CONTROL DE LA RECUPERACION
001090     STOP RUN.

001100*================================================================
001106* INICIALIZAR - LEE EL MANIFIESTO DEL RESGUARDO, PIDE EL RANGO
001112* DE FECHAS DE CORRIDA A REPLAYAR Y ABRE EL REPORTE DE CONTROL.
001118* CON MANIFIESTO, DESDE EN CERO TOMA LA FECHA DEL RESGUARDO Y LA
001124* POSICION DEL DIARIO; SIN MANIFIESTO, DESDE EN CERO APLICA
001130* DESDE EL PRINCIPIO DEL DIARIO, COMO SIEMPRE. EL RESGUARDO ES
001136* OBLIGATORIO (SIN EL NO HAY DESDE DONDE RECONSTRUIR) Y, SI HAY
001142* MANIFIESTO, TIENE QUE ESTAR COMPLETO.
001150*================================================================
001160 INICIALIZAR.
001170     DISPLAY "MAERECUP INICIA".
001172     PERFORM LEER-MANIFIESTO.
001174     IF CON-MANIFIESTO
001176        DISPLAY "FECHA DESDE (AAAAMMDD, 0 = DESDE EL RESGUARDO "
001178                "DEL " RSG-FECHA-RESGUARDO "): "
001180                WITH NO ADVANCING
001182     ELSE
001184        DISPLAY "FECHA DESDE (AAAAMMDD, 0 = TODO EL DIARIO): "
001186                WITH NO ADVANCING
001188     END-IF.
001200     ACCEPT WS_FECHA_DESDE.
001201     IF WS_FECHA_DESDE = 0 AND CON-MANIFIESTO
001202        MOVE RSG-FECHA-RESGUARDO TO WS_FECHA_DESDE
001203        PERFORM VERIFICAR-POSICION-DIARIO
001204     END-IF.
001210     DISPLAY "FECHA HASTA (AAAAMMDD): " WITH NO ADVANCING.
001220     ACCEPT WS_FECHA_HASTA.
001230     IF WS_FECHA_HASTA = 0
001380        DISPLAY "Error al abrir Resguardo: " FS_RES
001390        STOP RUN
001400     END-IF.
001402     IF CON-MANIFIESTO
001404        PERFORM VERIFICAR-RESGUARDO-COMPLETO
001406     END-IF.
001410     OPEN OUTPUT CONTROL_REC.
001420     IF FS_CTRL NOT = "00"
001430        DISPLAY "Error al abrir Reporte de Control: " FS_CTRL
001431        STOP RUN
001431     END-IF.

001431*================================================================
001431* LEER-MANIFIESTO - SIN MANIFIESTO (RESGUARDO ANTERIOR A MAERESG
001431* O COPIA MANUAL) SE SIGUE SIN CONTROLES, CON AVISO. UN
001431* MANIFIESTO VACIO O NO MARCADO COMPLETO ES UN RESGUARDO QUE SE
001431* CORTO A MEDIO CAMINO: SE RECHAZA LA RECUPERACION.
001431*================================================================
001431 LEER-MANIFIESTO.
001431     OPEN INPUT MANIFIESTO.
001431     IF FS_MAN = "35"
001431        DISPLAY "LEER-MANIFIESTO - SIN MANIFIESTO DEL RESGUARDO, "
001431                "NO SE PUEDE CONTROLAR QUE ESTE COMPLETO"
001432     ELSE
001432        IF FS_MAN NOT = "00"
001432           DISPLAY "Error al abrir Manifiesto del Resguardo: "
001432                   FS_MAN
001432           STOP RUN
001432        END-IF
001432        READ MANIFIESTO
001432            AT END
001432                MOVE SPACES TO RSG-ESTADO
001432        END-READ
001432        CLOSE MANIFIESTO
001432        IF NOT RSG-COMPLETO
001432           DISPLAY "LEER-MANIFIESTO - EL ULTIMO RESGUARDO NO "
001433                   "TERMINO (MANIFIESTO INCOMPLETO), NO SE "
001433                   "RESTAURA"
001433           MOVE 8 TO RETURN-CODE
001433           STOP RUN
001433        END-IF
001433        SET CON-MANIFIESTO TO TRUE
001433        DISPLAY "LEER-MANIFIESTO - RESGUARDO DEL "
001433                RSG-FECHA-RESGUARDO " PERIODO " RSG-PERIODO
001433     END-IF.

001433*================================================================
001433* VERIFICAR-POSICION-DIARIO - LOS MOVIMIENTOS A REAPLICAR SON
001433* LOS QUE SIGUEN A LA POSICION DEL DIARIO QUE QUEDO EN EL
001433* MANIFIESTO. SE CONFIRMA QUE EL MOVIMIENTO EN ESA POSICION SEA
001434* EL MISMO QUE VIO EL RESGUARDO; SI NO (EL DIARIO SE CORTO CON
001434* MOVCIERRE DESPUES DEL RESGUARDO) SE AVISA Y SE FILTRA SOLO
001434* POR LA FECHA DEL RESGUARDO.
001434*================================================================
001434 VERIFICAR-POSICION-DIARIO.
001434     IF RSG-POS-DIARIO = 0
001434        SET POSICION-CONFIRMADA TO TRUE
001434     ELSE
001434        OPEN INPUT MOVIMIENTOS
001434        IF FS_MOV = "00"
001434           PERFORM LEER-MOVIMIENTO-POSICION
001434               UNTIL FIN-MOV
001434                  OR WS_CANT_MOV_VERIF = RSG-POS-DIARIO
001435           IF WS_CANT_MOV_VERIF = RSG-POS-DIARIO
001435              AND MOV-FECHA-CORRIDA = RSG-ULT-MOV-FECHA
001435              AND MOV-ORIGEN = RSG-ULT-MOV-ORIGEN
001435              AND MOV-OPERACION = RSG-ULT-MOV-OPERACION
001435              SET POSICION-CONFIRMADA TO TRUE
001435           END-IF
001435           CLOSE MOVIMIENTOS
001435           MOVE "N" TO WS_SW_FIN_MOV
001435        END-IF
001435     END-IF.
001435     IF POSICION-CONFIRMADA
001435        MOVE RSG-POS-DIARIO TO WS_POS_DESDE
001435        DISPLAY "VERIFICAR-POSICION-DIARIO - SE APLICA DESDE EL "
001436                "MOVIMIENTO " RSG-POS-DIARIO " + 1 DEL DIARIO"
001436     ELSE
001436        MOVE 0 TO WS_POS_DESDE
001436        DISPLAY "VERIFICAR-POSICION-DIARIO - ADVERTENCIA: EL "
001436                "DIARIO NO COINCIDE CON LA POSICION DEL "
001436                "RESGUARDO (CORTADO DESPUES?), SE FILTRA SOLO "
001436                "POR FECHA DESDE " RSG-FECHA-RESGUARDO
001436     END-IF.

001436 LEER-MOVIMIENTO-POSICION.
001436     READ MOVIMIENTOS
001436         AT END
001436             SET FIN-MOV TO TRUE
001436         NOT AT END
001437             ADD 1 TO WS_CANT_MOV_VERIF
001437     END-READ.
001437     IF FS_MOV NOT = "00" AND FS_MOV NOT = "10"
001437        DISPLAY "Error al leer Diario de Movimientos: " FS_MOV
001437        STOP RUN
001437     END-IF.

001437*================================================================
001437* VERIFICAR-RESGUARDO-COMPLETO - ANTES DE PISAR EL MAESTRO SE
001437* CUENTAN LOS REGISTROS DE MAESTRO-RESGUARDO.DAT CONTRA LOS QUE
001437* EL MANIFIESTO DICE QUE SE COPIARON. UNA DIFERENCIA ES UN
001437* RESGUARDO TRUNCADO O DE OTRA CORRIDA: SE RECHAZA LA
001437* RECUPERACION CON RETURN-CODE 8 Y EL MAESTRO NO SE TOCA. EL
001437* RESGUARDO QUEDA REABIERTO DESDE EL PRINCIPIO.
001438*================================================================
001438 VERIFICAR-RESGUARDO-COMPLETO.
001438     PERFORM CONTAR-REGISTRO-RESGUARDO UNTIL FIN-RES.
001438     CLOSE RESGUARDO.
001438     IF WS_CANT_RES_VERIF NOT = RSG-CANT-MAESTRO
001438        DISPLAY "VERIFICAR-RESGUARDO-COMPLETO - EL RESGUARDO "
001438                "TIENE " WS_CANT_RES_VERIF " REGISTROS Y EL "
001438                "MANIFIESTO " RSG-CANT-MAESTRO ", NO SE RESTAURA"
001438        MOVE 8 TO RETURN-CODE
001438        STOP RUN
001438     END-IF.
001438     MOVE "N" TO WS_SW_FIN_RES.
001438     OPEN INPUT RESGUARDO.
001439     IF FS_RES NOT = "00"
001439        DISPLAY "Error al reabrir Resguardo: " FS_RES
001439        STOP RUN
001439     END-IF.

001439 CONTAR-REGISTRO-RESGUARDO.
001439     READ RESGUARDO
001439         AT END
001439             SET FIN-RES TO TRUE
001439         NOT AT END
001439             ADD 1 TO WS_CANT_RES_VERIF
001439     END-READ.
001439     IF FS_RES NOT = "00" AND FS_RES NOT = "10"
001439        DISPLAY "Error al leer Resguardo: " FS_RES
001440        STOP RUN
001450     END-IF.

001900*================================================================
001910* APLICAR-DIARIO - RECORRE EL DIARIO EN ORDEN DE GRABACION Y
001920* APLICA AL MAESTRO CADA MOVIMIENTO CUYA FECHA DE CORRIDA CAE
001925* EN EL RANGO PEDIDO Y QUE SIGUE A LA POSICION DEL RESGUARDO
001930* (WS_POS_DESDE, CERO SI NO SE TOMO DEL MANIFIESTO). EL DIARIO
001935* PUEDE NO EXISTIR (NADA QUE APLICAR, EL RESGUARDO YA QUEDO
001940* COMO MAESTRO).
001950*================================================================
001960 APLICAR-DIARIO.
001970     OPEN INPUT MOVIMIENTOS.
002150             ADD 1 TO WS_CANT_MOV_LEIDOS
002160             IF MOV-FECHA-CORRIDA NOT < WS_FECHA_DESDE
002170                AND MOV-FECHA-CORRIDA NOT > WS_FECHA_HASTA
002174                AND WS_CANT_MOV_LEIDOS > WS_POS_DESDE
002180                PERFORM APLICAR-MOVIMIENTO
002190             END-IF
002200     END-READ.
