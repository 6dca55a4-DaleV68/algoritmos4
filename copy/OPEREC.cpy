      *================================================================
      * OPEREC - LAYOUT DEL REGISTRO DE OPERADORES.DAT: UNA FILA POR
      * OPERADOR Y PROGRAMA DE MANTENIMIENTO QUE PUEDE USAR, CON LAS
      * OPCIONES DEL MENU DE ESE PROGRAMA QUE TIENE HABILITADAS.
      * COMPARTIDO POR OPEMANT (LO MANTIENE) Y POR LOS PROGRAMAS DE
      * MANTENIMIENTO (MAEMANT, MAETRASP, ESTMANT, BANMANT, ZONMANT,
      * CUOMANT, TASMANT, ADMMANT, CTBMANT), QUE PIDEN EL OPERADOR AL
      * ARRANCAR Y LO VERIFICAN CONTRA ESTE ARCHIVO.
      *----------------------------------------------------------------
      * OPE-OPCIONES: LOS DIGITOS DE LAS OPCIONES DEL MENU HABILITADAS
      * (POR EJEMPLO "14" = SOLO ALTA Y LISTADO), O "*" PARA TODAS.
      * LA OPCION 9 (SALIR) NO SE CONTROLA. MAETRASP NO TIENE MENU:
      * SU UNICA OPCION ES LA 1 (TRASPASO DE CUIT).
      *================================================================
       01  OPE.
           03 OPE-OPERADOR            PIC X(08).
           03 OPE-PROGRAMA            PIC X(08).
           03 OPE-NOMBRE              PIC X(30).
           03 OPE-OPCIONES            PIC X(10).
