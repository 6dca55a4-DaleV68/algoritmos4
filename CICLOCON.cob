000150*                  ESTA PARADO, PARA QUE OPERACIONES VEA DE UN
000160*                  VISTAZO QUE FALTA CORRER Y QUE YA CORRIO,
000170*                  EN LUGAR DE RECONSTRUIRLO DESDE LOS LISTADOS.
000171* 2026-10-15  DLV  NUEVO PRIMER PASO DEL CICLO: EL RESGUARDO DE
000172*                  MAERESG (CIC-FECHA-RESGUARDO), QUE SE MUESTRA
000173*                  Y SE EVALUA ANTES DEL MERGE.
000174* 2026-10-15  DLV  PASOS DE SEGUNDA PRESENTACION DE DEBITOS
000175*                  RECHAZADOS (ALGO4SEG Y LA CARGA DE SU RETORNO
000176*                  EN ALGO4IMP), ENTRE EL RETORNO Y LA PURGA.
000177* 2026-10-15  DLV  PASO DE LA INTERFAZ CONTABLE (INTCONT), ENTRE
000178*                  EL RETORNO DE SEGUNDA PRESENTACION Y LA PURGA.
000179* 2026-10-15  DLV  UN PERIODO CON LA PURGA GRABADA SE MUESTRA
000179*                  CERRADO: LOS ANTERIORES A LOS PASOS NUEVOS
000179*                  TIENEN ESAS FECHAS EN CERO Y FIGURABAN CON EL
000179*                  RESGUARDO PENDIENTE.
000180*================================================================

000190 ENVIRONMENT DIVISION.

000450*================================================================
000460* INICIALIZAR - ABRE EL CONTROL DE CICLO; SI TODAVIA NO EXISTE
000470* ES QUE NINGUN PASO DEL CICLO REGISTRO SU FIN.
000480*================================================================
000490 INICIALIZAR.
000500     DISPLAY "ESTADO DEL CICLO MENSUAL POR PERIODO".
000510     OPEN INPUT CICLO.
000520     IF FS_CIC = "35"
000530        DISPLAY "NO EXISTE EL CONTROL DE CICLO TODAVIA "
000540                "(NINGUN PASO DEL CICLO REGISTRO SU FIN)."
000550        STOP RUN
000560     END-IF.
000570     IF FS_CIC NOT = "00"
000710             PERFORM DETERMINAR-PASO-ACTUAL
000720             DISPLAY " "
000730             DISPLAY "PERIODO " CIC-PERIODO
000734             DISPLAY "  RESGUARDO....: " CIC-FECHA-RESGUARDO
000740             DISPLAY "  MERGE........: " CIC-FECHA-MERGE
000750             DISPLAY "  EXTRACTO.....: " CIC-FECHA-EXTRACTO
000760             DISPLAY "  CONCILIACION.: " CIC-FECHA-CONCILIA
000770             DISPLAY "  RETORNO......: " CIC-FECHA-RETORNO
000772             DISPLAY "  2DA PRESENT..: " CIC-FECHA-SEGUNDA
000774             DISPLAY "  RETORNO 2DA..: " CIC-FECHA-RET-SEGUNDA
000776             DISPLAY "  INTERFAZ CONT: " CIC-FECHA-CONTABLE
000780             DISPLAY "  PURGA........: " CIC-FECHA-PURGA
000790             DISPLAY "  PASO ACTUAL..: " WS_PASO_ACTUAL
000800     END-READ.
000840     END-IF.

000850*================================================================
000860* DETERMINAR-PASO-ACTUAL - CON LA PURGA GRABADA EL PERIODO ESTA
000870* CERRADO, AUNQUE SEA ANTERIOR A LOS PASOS QUE SE AGREGARON AL
000880* CICLO Y TENGA ESAS FECHAS EN CERO. SI NO, EL PRIMER PASO CON
000885* FECHA EN CERO ES EL QUE ESTA PENDIENTE.
000890*================================================================
000900 DETERMINAR-PASO-ACTUAL.
000910     EVALUATE TRUE
000911         WHEN CIC-FECHA-PURGA NOT = 0
000912             MOVE "PERIODO CERRADO" TO WS_PASO_ACTUAL
000913         WHEN CIC-FECHA-RESGUARDO = 0
000916             MOVE "RESGUARDO PENDIENTE" TO WS_PASO_ACTUAL
000920         WHEN CIC-FECHA-MERGE = 0
000930             MOVE "MERGE PENDIENTE" TO WS_PASO_ACTUAL
000940         WHEN CIC-FECHA-EXTRACTO = 0
000970             MOVE "CONCILIACION PENDIENTE" TO WS_PASO_ACTUAL
000980         WHEN CIC-FECHA-RETORNO = 0
000990             MOVE "RETORNO PENDIENTE" TO WS_PASO_ACTUAL
000991         WHEN CIC-FECHA-SEGUNDA = 0
000992             MOVE "SEGUNDA PRESENTACION PENDIENTE"
000993                  TO WS_PASO_ACTUAL
000994         WHEN CIC-FECHA-RET-SEGUNDA = 0
000995             MOVE "RETORNO 2DA PRESENT. PENDIENTE"
000996                  TO WS_PASO_ACTUAL
000997         WHEN CIC-FECHA-CONTABLE = 0
000998             MOVE "INTERFAZ CONTABLE PENDIENTE" TO WS_PASO_ACTUAL
001000         WHEN OTHER
001010             MOVE "PURGA PENDIENTE" TO WS_PASO_ACTUAL
001040     END-EVALUATE.

001050*================================================================
