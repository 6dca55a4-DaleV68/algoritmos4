      *================================================================
      * ADMREC - LAYOUT DEL REGISTRO DEL CATALOGO DE ADMINISTRADORES
      * DE CONSORCIOS (ADMINISTRADORES.DAT). LO MANTIENE ADMMANT Y LO
      * LEEN MAEMANT (ASIGNACION DEL ADMINISTRADOR A UN CONSORCIO),
      * ADMSAL (SALIDAS POR ADMINISTRADOR) Y MAEDUPS (CUIT DE
      * ADMINISTRADOR CARGADO COMO CUIT DE CONSORCIO).
      *----------------------------------------------------------------
      * ADM-CODIGO ES EL QUE SE GRABA EN MAE-ADMIN; EL CERO NO SE USA
      * (MAE-ADMIN EN CERO = CONSORCIO SIN ADMINISTRADOR ASIGNADO).
      * EL ADMINISTRADOR NO ES EL RESPONSABLE ZONAL DE ZONTAB: ES QUIEN
      * ADMINISTRA EL EDIFICIO Y A QUIEN SE LLAMA POR UN RECHAZO O UNA
      * BAJA.
      *================================================================
       01  ADM.
           03 ADM-CODIGO              PIC 9(05).
           03 ADM-RAZON-SOCIAL        PIC X(30).
           03 ADM-CUIT                PIC 9(15).
           03 ADM-CONTACTO            PIC X(25).
           03 ADM-TEL                 PIC X(15).
           03 ADM-DIR                 PIC X(30).
           03 ADM-EMAIL               PIC X(40).
