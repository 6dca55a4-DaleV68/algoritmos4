      * BANTAB - TABLA EN MEMORIA DEL CATALOGO DE BANCOS HABILITADOS
      * (ENTIDAD/SUCURSAL). CARGADA DESDE BANCOS.DAT. COMPARTIDA POR
      * ALGO4-TP-PARTE1 (LECTURA, VIA VALIDAR-CUENTA) Y BANMANT
      * (MANTENIMIENTO), IGUAL QUE ESTTAB PARA LOS ESTADOS. TAMBIEN LA
      * CARGAN ALGO4SEG Y ALGO4IMP (CUENTA ALTERNATIVA HABIL PARA LA
      * SEGUNDA PRESENTACION) Y RENDBAN (NOMBRE DE CADA SUCURSAL).
      *================================================================
       01  WS_TABLA_BANCOS.
           03 WS_CANT_BANCOS         PIC 9(04) VALUE 0.
