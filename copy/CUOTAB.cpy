      * MENSUAL DE EXPENSAS POR CUIT-CONS). CARGADA DESDE CUOTAS.DAT.
      * COMPARTIDA POR CUOMANT (MANTENIMIENTO), ALGO4EXP (COLUMNA DE
      * IMPORTE Y TOTAL DE CONTROL DEL EXTRACTO) Y ALGO4IMP (VALIDA EL
      * IMPORTE DEBITADO DEL RETORNO CONTRA LA CUOTA VIGENTE),
      * RECARGOS (CUOTA SOBRE LA QUE SE CALCULA EL RECARGO POR MORA) Y
      * CARTAS (IMPORTE ADEUDADO POR PERIODO EN LA CARTA DE
      * INTIMACION), IGUAL QUE BANTAB PARA LOS BANCOS.
      *================================================================
       01  WS_TABLA_CUOTAS.
           03 WS_CANT_CUOTAS         PIC 9(04) VALUE 0.
