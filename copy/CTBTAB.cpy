      *================================================================
      * CTBTAB - TABLA EN MEMORIA DE CONCEPTOS CONTABLES
      * (CONCEPTOS-CONTABLES.DAT): PARA CADA CONCEPTO DE LA INTERFAZ
      * CONTABLE, LA CUENTA DEL MAYOR QUE SE DEBITA Y LA QUE SE
      * ACREDITA. COMPARTIDA POR CTBMANT (MANTENIMIENTO) E INTCONT
      * (INTERFAZ), IGUAL QUE TASATAB PARA LAS TASAS. LOS CONCEPTOS
      * SON FIJOS:
      *   FCU - CUOTAS FACTURADAS EN EL EXTRACTO
      *   FRG - RECARGOS POR MORA FACTURADOS EN EL EXTRACTO
      *   COB - DEBITOS ACEPTADOS EN EL RETORNO
      *   RCH - DEBITOS RECHAZADOS EN EL RETORNO
      *   CB2 - DEBITOS ACEPTADOS EN LA SEGUNDA PRESENTACION
      *================================================================
       01  WS_TABLA_CONCEPTOS.
           03 WS_CANT_CONCEPTOS      PIC 9(04) VALUE 0.
           03 WS_CONCEPTO OCCURS 20 TIMES.
              05 WS_CONC-CODIGO      PIC X(03).
              05 WS_CONC-DESCRIP     PIC X(25).
              05 WS_CONC-CTA-DEBE    PIC X(10).
              05 WS_CONC-CTA-HABER   PIC X(10).
