      * DEL REGISTRO, PARA PODER PROBAR ANTE FACTURACION QUE ESTADO
      * TENIA UN CONSORCIO Y QUE CORRIDA LO CAMBIO.
      * COMPARTIDO POR ALGO4-TP-PARTE1 Y MAEMANT (LO GENERAN) Y
      * MAEAUD (LO CONSULTA). LA ASIGNACION DE ADMINISTRADOR DESDE
      * MAEMANT (MAE-ADMIN) TAMBIEN QUEDA ASENTADA ACA.
      *----------------------------------------------------------------
      * MOV-OPERACION: "A" ALTA / "R" REWRITE / "B" BAJA /
      * "D" DEPURACION (EL REGISTRO SE BORRO DEL MAESTRO VIVO AL
              05 MOVA-NRO-CTA          PIC 9(08).
              05 MOVA-OBSERVADA        PIC X(01).
              05 MOVA-ZONA             PIC X(03).
              05 MOVA-ADMIN            PIC 9(05).
           03 MOV-IMAGEN-DESPUES.
              05 MOVD-CUIT-CONS        PIC 9(15).
              05 MOVD-FECHA-ALTA       PIC X(10).
              05 MOVD-NRO-CTA          PIC 9(08).
              05 MOVD-OBSERVADA        PIC X(01).
              05 MOVD-ZONA             PIC X(03).
              05 MOVD-ADMIN            PIC 9(05).
