      *================================================================
      * SEGPREC - LAYOUT DEL REGISTRO DE SEGUNDAS PRESENTACIONES
      * (SEGUNDA-PRESENTACION.DAT, INDEXADO POR SEG-CLAVE: CUIT +
      * PERIODO). UNA FILA POR CONSORCIO CUYO DEBITO DE LA CUENTA
      * PRINCIPAL VOLVIO RECHAZADO Y QUE SE VOLVIO A PRESENTAR EN EL
      * MISMO PERIODO CONTRA OTRA CUENTA SUYA DE CUENTAS-MAESTRO.DAT
      * (NO OBSERVADA Y CON BANCO HABILITADO EN BANCOS.DAT). ACUMULA
      * PERIODO TRAS PERIODO, COMO EL HISTORIAL DE RECHAZOS.
      * COMPARTIDO POR ALGO4SEG (GRABA LA PRESENTACION, PENDIENTE) Y
      * ALGO4IMP (AL CARGAR EL RETORNO DE LA SEGUNDA PRESENTACION
      * GRABA EL RESULTADO; EN EL PASE A MORA UN PERIODO COBRADO EN
      * SEGUNDA PRESENTACION YA NO CUENTA COMO RECHAZADO), RECARGOS
      * (UN PERIODO COBRADO EN SEGUNDA PRESENTACION NO LLEVA RECARGO)
      * Y CARTAS (NI SE RECLAMA EN LA CARTA DE INTIMACION).
      *----------------------------------------------------------------
      * SEG-NRO-CTA-RECH ES LA CUENTA PRINCIPAL QUE REBOTO (LA QUE
      * TIENE LA FILA EN RECHAZOS-HISTORIAL.DAT); SEG-NRO-CTA-ALT,
      * SEG-ENTIDAD Y SEG-SUCURSAL SON LA CUENTA A LA QUE SE VOLVIO A
      * PRESENTAR EL DEBITO POR SEG-IMPORTE (LA CUOTA DE CUOTAS.DAT).
      * SEG-ESTADO QUEDA EN "P" HASTA QUE SE CARGA SU RETORNO.
      *================================================================
       01  REG-SEGUNDA-PRES.
           03 SEG-CLAVE.
              05 SEG-CUIT-CONS        PIC 9(15).
              05 SEG-PERIODO          PIC 9(06).
           03 SEG-NRO-CTA-RECH        PIC 9(08).
           03 SEG-COD-RECHAZO         PIC X(02).
           03 SEG-NRO-CTA-ALT         PIC 9(08).
           03 SEG-ENTIDAD             PIC 9(03).
           03 SEG-SUCURSAL            PIC 9(03).
           03 SEG-IMPORTE             PIC 9(07)V99.
           03 SEG-FECHA-PRESENT       PIC 9(08).
           03 SEG-ESTADO              PIC X(01).
              88 SEG-PENDIENTE                   VALUE "P".
              88 SEG-ACEPTADA                    VALUE "A".
              88 SEG-RECHAZADA                   VALUE "R".
           03 SEG-COD-RESULTADO       PIC X(02).
           03 SEG-FECHA-RETORNO       PIC 9(08).
