      *================================================================
      * TASATAB - TABLA EN MEMORIA DE TASAS DE RECARGO POR MORA
      * (TASAS-RECARGO.DAT): TASA MENSUAL EN PORCENTAJE POR PERIODO
      * (AAAAMM) DESDE EL QUE RIGE. UN PERIODO RECHAZADO SE LIQUIDA
      * CON LA TASA DEL MAYOR PERIODO CARGADO QUE NO LO SUPERE.
      * COMPARTIDA POR TASMANT (MANTENIMIENTO) Y RECARGOS
      * (LIQUIDACION), IGUAL QUE CUOTAB PARA LAS CUOTAS.
      *================================================================
       01  WS_TABLA_TASAS.
           03 WS_CANT_TASAS          PIC 9(04) VALUE 0.
           03 WS_TASA OCCURS 300 TIMES.
              05 WS_TASA-PERIODO     PIC 9(06).
              05 WS_TASA-PORC        PIC 9(02)V99.
