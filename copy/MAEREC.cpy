      * ZONMANT Y LAS SALIDAS PARTIDAS POR ZONA LAS GENERA ZONSAL.
      * EN BLANCO PARA LOS CONSORCIOS GRABADOS ANTES DE QUE LA ZONA
      * SE CONSERVARA.
      *----------------------------------------------------------------
      * MAE-ADMIN GUARDA EL CODIGO DEL ADMINISTRADOR DEL CONSORCIO EN
      * EL CATALOGO DE ADMINISTRADORES (ADMINISTRADORES.DAT, COPY
      * ADMREC/ADMTAB), QUE SE MANTIENE DESDE ADMMANT. LO ASIGNA
      * MAEMANT Y EL MERGE LO CONSERVA AL REGRABAR EL CONSORCIO. CERO
      * = SIN ADMINISTRADOR ASIGNADO. LAS SALIDAS POR ADMINISTRADOR
      * LAS GENERA ADMSAL.
      *================================================================
       01  MAE.
           03 MAE-CUIT-CONS           PIC 9(15).
              88 MAE-CTA-OBSERVADA               VALUE "S".
              88 MAE-CTA-SIN-OBSERVAR            VALUE "N".
           03 MAE-ZONA                PIC X(03).
           03 MAE-ADMIN               PIC 9(05).
