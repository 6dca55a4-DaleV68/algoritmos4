      *================================================================
      * RECAREC - LAYOUT DEL REGISTRO DE RECARGOS POR MORA
      * (RECARGOS.DAT, INDEXADO POR RGO-CLAVE: CUIT + PERIODO
      * RECHAZADO). UNA FILA POR CADA PERIODO DE RECHAZOS-
      * HISTORIAL.DAT QUE EL CONSORCIO TODAVIA DEBE, CON EL INTERES
      * CALCULADO SOBRE LA CUOTA DE CUOTAS.DAT A LA TASA DE
      * TASAS-RECARGO.DAT POR LOS DIAS DE ATRASO DESDE LA CARGA DEL
      * RECHAZO. COMPARTIDO POR RECARGOS (LIQUIDA), ALGO4EXP (LO
      * FACTURA EN EL EXTRACTO), ALGO4IMP (LO DA POR COBRADO O LO
      * DEVUELVE A LIQUIDADO SEGUN EL RETORNO), RENDBAN Y ALGO4SEG
      * (APARTAN LAS FILAS DE RECARGO DEL RETORNO).
      *----------------------------------------------------------------
      * RGO-ESTADO: "L" LIQUIDADO (SE RECALCULA EN CADA LIQUIDACION Y
      * SALE EN EL PROXIMO EXTRACTO), "F" FACTURADO (IMPORTE CONGELADO,
      * ENVIADO EN EL EXTRACTO RGO-PERIODO-FACT CONTRA LA CUENTA
      * RGO-NRO-CTA-FACT), "C" COBRADO (EL RETORNO LO ACEPTO, NO SE
      * VUELVE A COBRAR) Y "N" ANULADO (LA CUOTA DEL PERIODO SE COBRO
      * EN SEGUNDA PRESENTACION ANTES DE FACTURAR EL RECARGO). EL
      * RECARGO RECHAZADO QUE VUELVE A "L" CONSERVA EL ULTIMO
      * RGO-PERIODO-FACT Y RGO-NRO-CTA-FACT HASTA QUE SE VUELVA A
      * FACTURAR.
      *================================================================
       01  REG-RECARGO.
           03 RGO-CLAVE.
              05 RGO-CUIT-CONS        PIC 9(15).
              05 RGO-PERIODO          PIC 9(06).
           03 RGO-NRO-CTA             PIC 9(08).
           03 RGO-FECHA-RECHAZO       PIC 9(08).
           03 RGO-CUOTA               PIC 9(07)V99.
           03 RGO-TASA                PIC 9(02)V99.
           03 RGO-FECHA-LIQUIDA       PIC 9(08).
           03 RGO-DIAS-ATRASO         PIC 9(05).
           03 RGO-IMPORTE             PIC 9(07)V99.
           03 RGO-ESTADO              PIC X(01).
              88 RGO-LIQUIDADO                   VALUE "L".
              88 RGO-FACTURADO                   VALUE "F".
              88 RGO-COBRADO                     VALUE "C".
              88 RGO-ANULADO                     VALUE "N".
           03 RGO-PERIODO-FACT        PIC 9(06).
           03 RGO-NRO-CTA-FACT        PIC 9(08).
           03 RGO-FECHA-COBRO         PIC 9(08).
