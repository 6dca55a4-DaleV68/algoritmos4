      *================================================================
      * ADMTAB - TABLA EN MEMORIA DEL CATALOGO DE ADMINISTRADORES DE
      * CONSORCIOS, CARGADA DESDE ADMINISTRADORES.DAT (COPY ADMREC).
      * COMPARTIDA POR ADMMANT (MANTENIMIENTO), MAEMANT, ADMSAL Y
      * MAEDUPS, IGUAL QUE ZONTAB PARA LAS ZONAS. CADA PROGRAMA
      * DECLARA SU WS_MAX_ADMIN CON EL MISMO TOPE DEL OCCURS.
      *================================================================
       01  WS_TABLA_ADMIN.
           03 WS_CANT_ADMIN          PIC 9(04) VALUE 0.
           03 WS_ADMIN OCCURS 500 TIMES.
              05 WS_ADMIN-CODIGO     PIC 9(05).
              05 WS_ADMIN-RAZON      PIC X(30).
              05 WS_ADMIN-CUIT       PIC 9(15).
              05 WS_ADMIN-CONTACTO   PIC X(25).
              05 WS_ADMIN-TEL        PIC X(15).
              05 WS_ADMIN-DIR        PIC X(30).
              05 WS_ADMIN-EMAIL      PIC X(40).
