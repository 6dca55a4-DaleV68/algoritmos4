000530*                  RENGLON PASA DE 80 A 100 POSICIONES Y LA
000540*                  COPIA POR ZONA LLEVA EL IMPORTE APARTE PARA
000550*                  QUE ZONSAL CIERRE CADA ZONA SIN REPARSEAR.
000551* 2026-10-15  DLV  RECARGOS POR MORA: LOS RECARGOS PENDIENTES DEL
000552*                  CONSORCIO EN RECARGOS.DAT (COPY RECAREC,
000553*                  LIQUIDADOS POR RECARGOS) SALEN SUMADOS EN UN
000554*                  RENGLON APARTE, CON ESTADO "RECARGO MORA",
000555*                  CONTRA LA CUENTA PRINCIPAL, Y QUEDAN
000556*                  FACTURADOS EN EL PERIODO HASTA QUE ALGO4IMP
000557*                  CARGUE EL RETORNO. EL "TRL" SUMA, DETRAS DE
000558*                  LOS TOTALES DE SIEMPRE, RENGLONES E IMPORTE DE
000559*                  CUOTAS Y DE RECARGOS POR SEPARADO.
000560*================================================================

000570 ENVIRONMENT DIVISION.
000740     SELECT CUOTAS       ASSIGN TO DISK
000750                          FILE STATUS IS FS_CUO.

000751     SELECT RECARGOS     ASSIGN TO DISK
000752                          ORGANIZATION IS INDEXED
000753                          ACCESS MODE IS DYNAMIC
000754                          RECORD KEY IS RGO-CLAVE
000755                          FILE STATUS IS FS_RGO.

000760     SELECT CICLO        ASSIGN TO DISK
000770                          ORGANIZATION IS INDEXED
000780                          ACCESS MODE IS DYNAMIC
001010* IMPORTE MENSUAL DE EXPENSAS. UN RENGLON POR CADA CUENTA VALIDA
001020* DEL CONSORCIO; LOS CONSORCIOS SIN NINGUNA CUENTA VALIDA IGUAL
001030* SE LISTAN, CON LOS CAMPOS DE CUENTA EN CERO, PARA QUE
001040* FACTURACION NO LOS PIERDA. EL CONSORCIO CON RECARGOS POR MORA
001044* PENDIENTES LLEVA UN RENGLON MAS, CON ESTADO "RECARGO MORA" Y EL
001048* TOTAL DE SUS RECARGOS COMO IMPORTE. EL ULTIMO RENGLON ES EL
001052* CIERRE "TRL" CON TOTAL DE RENGLONES E IMPORTE TOTAL, ABIERTOS
001056* DESPUES EN CUOTAS Y RECARGOS.
001060*----------------------------------------------------------------
001070 FD  EXTRACTO LABEL RECORD OMITTED
001080             VALUE OF FILE-ID IS "extracto-facturacion.dat".
001270     03 CUO-CUIT-CONS           PIC 9(15).
001280     03 CUO-IMPORTE             PIC 9(07)V99.

001282 FD  RECARGOS LABEL RECORD IS STANDARD
001284             VALUE OF FILE-ID IS "recargos.dat".

001286     COPY RECAREC.

001290 WORKING-STORAGE SECTION.
001300 77  FS_MAE                PIC XX.
001310 77  FS_CTAM               PIC XX.
001330 77  FS_EZON               PIC XX.
001340 77  FS_CIC                PIC XX.
001350 77  FS_CUO                PIC XX.
001355 77  FS_RGO                PIC XX.
001360 77  WS_CANT_LEIDOS        PIC 9(10) VALUE 0.
001370 77  WS_CANT_GRABADOS      PIC 9(10) VALUE 0.
001380 77  WS_CANT_CTAS_CONS     PIC 9(04) VALUE 0.
001480 77  WS_IMPORTE_CONS       PIC 9(07)V99 VALUE 0.
001490 77  WS_TOT_IMPORTE        PIC 9(11)V99 VALUE 0.
001500 77  WS_CANT_SIN_CUOTA     PIC 9(10) VALUE 0.
001501 77  WS_IMPORTE_RENGLON    PIC 9(07)V99 VALUE 0.

001501*----------------------------------------------------------------
001502* RECARGOS POR MORA DEL CONSORCIO VIGENTE: SUMA DE LOS PENDIENTES
001502* Y LA CUENTA CONTRA LA QUE SE FACTURAN (LA PRINCIPAL SI TIENE
001503* FILA EN CUENTAS-MAESTRO; SI NO, LA PRIMERA QUE SE LISTO).
001503* TOTALES DEL EXTRACTO SEPARADOS ENTRE CUOTAS Y RECARGOS.
001504*----------------------------------------------------------------
001504 77  WS_IMPORTE_RECARGO    PIC 9(07)V99 VALUE 0.
001505 77  WS_CANT_RGO_CONS      PIC 9(04) VALUE 0.
001505 77  WS_RGO_CUENTA         PIC 9(08) VALUE 0.
001506 77  WS_RGO_ENTIDAD        PIC 9(03) VALUE 0.
001506 77  WS_RGO_SUCURSAL       PIC 9(03) VALUE 0.
001507 77  WS_CANT_RENG_RECARGO  PIC 9(10) VALUE 0.
001507 77  WS_CANT_PER_RECARGO   PIC 9(10) VALUE 0.
001508 77  WS_TOT_RECARGO        PIC 9(11)V99 VALUE 0.
001508 77  WS_CANT_RENG_CUOTA    PIC 9(10) VALUE 0.
001509 77  WS_TOT_CUOTA          PIC 9(11)V99 VALUE 0.

001510     COPY CUOTAB.

001560        88 FIN-CTAM                 VALUE "S".
001570     03 WS_SW_CUOTA_ENC    PIC X(01) VALUE "N".
001580        88 CUOTA-ENCONTRADA        VALUE "S".
001582     03 WS_SW_RGO_AUSENTE  PIC X(01) VALUE "N".
001584        88 RGO-AUSENTE             VALUE "S".
001586     03 WS_SW_FIN_RGO_CONS PIC X(01) VALUE "N".
001588        88 FIN-RGO-CONS            VALUE "S".

001590*----------------------------------------------------------------
001600* RENGLON DEL EXTRACTO PARA FACTURACION
001760*----------------------------------------------------------------
001770* REGISTRO DE CIERRE DEL EXTRACTO: "TRL" + TOTAL DE RENGLONES +
001780* IMPORTE TOTAL, PARA QUE FACTURACION Y ADMINISTRACION CONTROLEN
001790* CUANTA PLATA SE MANDO A DEBITAR EN EL PERIODO. DETRAS, EL
001793* MISMO TOTAL ABIERTO EN RENGLONES E IMPORTE DE CUOTAS Y DE
001796* RECARGOS POR MORA.
001800*----------------------------------------------------------------
001810 01  WS_LINEA-TRL.
001820     03 FILLER             PIC X(03) VALUE "TRL".
001840     03 WS_LINTRL-CANT     PIC 9(10).
001850     03 FILLER             PIC X(01) VALUE ",".
001860     03 WS_LINTRL-IMPORTE  PIC 9(11).9(02).
001861     03 FILLER             PIC X(01) VALUE ",".
001862     03 WS_LINTRL-CANT-CUO PIC 9(10).
001863     03 FILLER             PIC X(01) VALUE ",".
001864     03 WS_LINTRL-IMP-CUO  PIC 9(11).9(02).
001865     03 FILLER             PIC X(01) VALUE ",".
001866     03 WS_LINTRL-CANT-RGO PIC 9(10).
001867     03 FILLER             PIC X(01) VALUE ",".
001868     03 WS_LINTRL-IMP-RGO  PIC 9(11).9(02).

001870 PROCEDURE DIVISION.
001880     PERFORM INICIALIZAR.
002610     IF FS_EZON NOT = "00"
002620        DISPLAY "Error al abrir Extracto por Zona: " FS_EZON
002630        STOP RUN
002631     END-IF.
002631     OPEN I-O RECARGOS.
002632     IF FS_RGO = "35"
002633        SET RGO-AUSENTE TO TRUE
002634        DISPLAY "ABRIR-ARCHIVOS - SIN RECARGOS.DAT, EL EXTRACTO "
002635                "SALE SIN RECARGOS POR MORA"
002635     ELSE
002636        IF FS_RGO NOT = "00"
002637           DISPLAY "Error al abrir Recargos: " FS_RGO
002638           STOP RUN
002639        END-IF
002640     END-IF.

002650*================================================================
003430     MOVE MAE-DESCRIP-ESTADO   TO WS_LINEXT-ESTADO.
003440     PERFORM OBTENER-CUOTA-CONSORCIO.
003450     MOVE WS_IMPORTE_CONS      TO WS_LINEXT-IMPORTE.
003455     MOVE WS_IMPORTE_CONS      TO WS_IMPORTE_RENGLON.
003460     MOVE 0 TO WS_CANT_CTAS_CONS.
003470     PERFORM GRABAR-EXTRACTO-CUENTA
003480         UNTIL FIN-CTAM
003490            OR CTAM-CUIT-CONS NOT = MAE-CUIT-CONS.
003500     IF WS_CANT_CTAS_CONS = 0
003510        PERFORM GRABAR-EXTRACTO-SIN-CUENTA
003511     END-IF.
003512     IF NOT RGO-AUSENTE
003513        PERFORM FACTURAR-RECARGOS
003514        IF WS_IMPORTE_RECARGO > 0
003515           PERFORM GRABAR-EXTRACTO-RECARGO
003516        END-IF
003520     END-IF.
003530     PERFORM LEO-MAESTRO.

003790     MOVE CTAM-NRO-CTA         TO WS_LINEXT-CUENTA.
003800     MOVE CTAM-ENTIDAD         TO WS_LINEXT-ENTIDAD.
003810     MOVE CTAM-SUCURSAL        TO WS_LINEXT-SUCURSAL.
003811     IF WS_CANT_CTAS_CONS = 0 OR CTAM-NRO-CTA = MAE-NRO-CTA
003812        MOVE CTAM-NRO-CTA      TO WS_RGO_CUENTA
003813        MOVE CTAM-ENTIDAD      TO WS_RGO_ENTIDAD
003814        MOVE CTAM-SUCURSAL     TO WS_RGO_SUCURSAL
003815     END-IF.
003820     WRITE REG-EXTRACTO FROM WS_LINEA-EXT.
003830     PERFORM GRABAR-EXTRACTO-ZONA.
003840     ADD 1 TO WS_CANT_GRABADOS.
003990     MOVE MAE-NRO-CTA TO WS_LINEXT-CUENTA.
004000     MOVE 0 TO WS_LINEXT-ENTIDAD.
004010     MOVE 0 TO WS_LINEXT-SUCURSAL.
004012     MOVE MAE-NRO-CTA TO WS_RGO_CUENTA.
004014     MOVE 0 TO WS_RGO_ENTIDAD.
004016     MOVE 0 TO WS_RGO_SUCURSAL.
004020     WRITE REG-EXTRACTO FROM WS_LINEA-EXT.
004030     PERFORM GRABAR-EXTRACTO-ZONA.
004040     ADD 1 TO WS_CANT_GRABADOS.
004100*================================================================
004110 GRABAR-EXTRACTO-ZONA.
004120     MOVE MAE-ZONA         TO EZON-ZONA.
004130     MOVE WS_IMPORTE_RENGLON TO EZON-IMPORTE.
004140     MOVE WS_LINEA-EXT     TO EZON-LINEA.
004150     WRITE REG-EXTRACTO-ZONA.
004160     IF FS_EZON NOT = "00"
004180        STOP RUN
004190     END-IF.

004191*================================================================
004191* FACTURAR-RECARGOS - RECORRE CON START LOS RECARGOS DEL
004191* CONSORCIO VIGENTE Y SUMA LOS PENDIENTES CON IMPORTE: LOS
004191* LIQUIDADOS Y LOS YA FACTURADOS CUYO RETORNO NO LOS DIO POR
004191* COBRADOS (O FACTURADOS EN UNA CORRIDA ANTERIOR DEL MISMO
004191* EXTRACTO). CADA UNO QUEDA FACTURADO EN ESTE PERIODO CONTRA LA
004191* CUENTA DEL RENGLON DE RECARGO, QUE ES LO QUE ALGO4IMP BUSCA EN
004191* EL RETORNO.
004192*================================================================
004192 FACTURAR-RECARGOS.
004192     MOVE 0 TO WS_IMPORTE_RECARGO.
004192     MOVE 0 TO WS_CANT_RGO_CONS.
004192     MOVE "N" TO WS_SW_FIN_RGO_CONS.
004192     MOVE MAE-CUIT-CONS TO RGO-CUIT-CONS.
004192     MOVE 0 TO RGO-PERIODO.
004192     START RECARGOS KEY NOT < RGO-CLAVE
004193         INVALID KEY
004193             SET FIN-RGO-CONS TO TRUE
004193     END-START.
004193     PERFORM FACTURAR-RECARGO UNTIL FIN-RGO-CONS.

004193 FACTURAR-RECARGO.
004193     READ RECARGOS NEXT
004193         AT END
004194             SET FIN-RGO-CONS TO TRUE
004194         NOT AT END
004194             IF RGO-CUIT-CONS NOT = MAE-CUIT-CONS
004194                SET FIN-RGO-CONS TO TRUE
004194             ELSE
004194                IF (RGO-LIQUIDADO OR RGO-FACTURADO)
004194                   AND RGO-IMPORTE > 0
004194                   PERFORM MARCAR-RECARGO-FACTURADO
004195                END-IF
004195             END-IF
004195     END-READ.
004195     IF FS_RGO NOT = "00" AND FS_RGO NOT = "10"
004195        DISPLAY "Error al leer Recargos: " FS_RGO
004195        STOP RUN
004195     END-IF.

004195 MARCAR-RECARGO-FACTURADO.
004196     ADD RGO-IMPORTE TO WS_IMPORTE_RECARGO.
004196     ADD 1 TO WS_CANT_RGO_CONS.
004196     SET RGO-FACTURADO TO TRUE.
004196     MOVE WS_PERIODO_PROCESO TO RGO-PERIODO-FACT.
004196     MOVE WS_RGO_CUENTA      TO RGO-NRO-CTA-FACT.
004196     REWRITE REG-RECARGO.
004196     IF FS_RGO NOT = "00"
004197        DISPLAY "Error al regrabar Recargo CUIT "
004197                RGO-CUIT-CONS ": " FS_RGO
004197        STOP RUN
004197     END-IF.

004197*================================================================
004197* GRABAR-EXTRACTO-RECARGO - RENGLON APARTE DEL CONSORCIO CON EL
004197* TOTAL DE SUS RECARGOS POR MORA, MISMO LAYOUT QUE LOS DE CUOTA,
004197* CON ESTADO "RECARGO MORA" PARA QUE FACTURACION LO DISTINGA.
004198*================================================================
004198 GRABAR-EXTRACTO-RECARGO.
004198     MOVE "RECARGO MORA"       TO WS_LINEXT-ESTADO.
004198     MOVE WS_RGO_CUENTA        TO WS_LINEXT-CUENTA.
004198     MOVE WS_RGO_ENTIDAD       TO WS_LINEXT-ENTIDAD.
004198     MOVE WS_RGO_SUCURSAL      TO WS_LINEXT-SUCURSAL.
004198     MOVE WS_IMPORTE_RECARGO   TO WS_LINEXT-IMPORTE.
004198     MOVE WS_IMPORTE_RECARGO   TO WS_IMPORTE_RENGLON.
004199     WRITE REG-EXTRACTO FROM WS_LINEA-EXT.
004199     PERFORM GRABAR-EXTRACTO-ZONA.
004199     ADD 1 TO WS_CANT_GRABADOS.
004199     ADD WS_IMPORTE_RECARGO TO WS_TOT_IMPORTE.
004199     ADD 1 TO WS_CANT_RENG_RECARGO.
004199     ADD WS_CANT_RGO_CONS TO WS_CANT_PER_RECARGO.
004199     ADD WS_IMPORTE_RECARGO TO WS_TOT_RECARGO.

004200*================================================================
004210* GRABAR-CIERRE-EXTRACTO - ULTIMO RENGLON DEL EXTRACTO
004220* CONSOLIDADO: "TRL" CON EL TOTAL DE RENGLONES Y EL IMPORTE
004260 GRABAR-CIERRE-EXTRACTO.
004270     MOVE WS_CANT_GRABADOS TO WS_LINTRL-CANT.
004280     MOVE WS_TOT_IMPORTE   TO WS_LINTRL-IMPORTE.
004281     SUBTRACT WS_CANT_RENG_RECARGO FROM WS_CANT_GRABADOS
004282         GIVING WS_CANT_RENG_CUOTA.
004283     SUBTRACT WS_TOT_RECARGO FROM WS_TOT_IMPORTE
004284         GIVING WS_TOT_CUOTA.
004285     MOVE WS_CANT_RENG_CUOTA   TO WS_LINTRL-CANT-CUO.
004286     MOVE WS_TOT_CUOTA         TO WS_LINTRL-IMP-CUO.
004287     MOVE WS_CANT_RENG_RECARGO TO WS_LINTRL-CANT-RGO.
004288     MOVE WS_TOT_RECARGO       TO WS_LINTRL-IMP-RGO.
004290     WRITE REG-EXTRACTO FROM WS_LINEA-TRL.
004300     IF FS_EXT NOT = "00"
004310        DISPLAY "Error al grabar Cierre del Extracto: " FS_EXT
004430             WS_LINTRL-IMPORTE.
004440     DISPLAY "CONSORCIOS SIN CUOTA CARGADA..: "
004450             WS_CANT_SIN_CUOTA.
004451     DISPLAY "RENGLONES DE CUOTA............: "
004451             WS_CANT_RENG_CUOTA.
004452     MOVE WS_TOT_CUOTA TO WS_LINTRL-IMPORTE.
004453     DISPLAY "IMPORTE DE CUOTAS.............: "
004454             WS_LINTRL-IMPORTE.
004454     DISPLAY "RENGLONES DE RECARGO POR MORA.: "
004455             WS_CANT_RENG_RECARGO.
004456     DISPLAY "PERIODOS CON RECARGO FACTURADO: "
004457             WS_CANT_PER_RECARGO.
004457     MOVE WS_TOT_RECARGO TO WS_LINTRL-IMPORTE.
004458     DISPLAY "IMPORTE DE RECARGOS...........: "
004459             WS_LINTRL-IMPORTE.

004460*================================================================
004470* REGISTRAR-CICLO-EXTRACTO - ASIENTA EN CICLO-CONTROL.DAT EL FIN
004760*================================================================
004770 CERRAR-ARCHIVOS.
004780     CLOSE MAESTRO CTAS_MAESTRO EXTRACTO EXTRACTO_ZONA.
004790     IF NOT RGO-AUSENTE
004800        CLOSE RECARGOS
004810     END-IF.
