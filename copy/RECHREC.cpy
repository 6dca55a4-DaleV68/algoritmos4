      * VIENE REBOTANDO UNA CUENTA (LA MARCA OBSERVADA ES SOLO LA FOTO
      * DEL ULTIMO RETORNO). EL ARCHIVO ACUMULA EN EXTEND, COMO EL
      * DIARIO DE MOVIMIENTOS. COMPARTIDO POR ALGO4IMP (LO GENERA Y LO
      * CONSULTA PARA EL PASE A MORA), RECHANT (EL REPORTE DE
      * ANTIGUEDAD DE DEUDA PARA COBRANZAS), RENDBAN (LA TASA DE
      * RECHAZO DE LOS PERIODOS ANTERIORES POR BANCO), RECARGOS (LOS
      * PERIODOS ADEUDADOS SOBRE LOS QUE LIQUIDA EL RECARGO POR MORA)
      * Y CARTAS (LOS PERIODOS ADEUDADOS QUE RECLAMA LA CARTA DE
      * INTIMACION).
      *================================================================
       01  REG-RECHAZO-HIST.
           03 RCH-CUIT-CONS           PIC 9(15).
