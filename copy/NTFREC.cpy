      *================================================================
      * NTFREC - LAYOUT DEL REGISTRO DE NOTIFICACIONES DE DEUDA
      * (NOTIFICACIONES.DAT, INDEXADO POR NTF-CLAVE: CUIT + PERIODO
      * DE EMISION + TIPO DE CARTA). UNA FILA POR CADA CARTA DE
      * INTIMACION EMITIDA, CON LA CANTIDAD DE PERIODOS ADEUDADOS Y EL
      * IMPORTE RECLAMADO; LA CLAVE IMPIDE EMITIR DOS VECES LA MISMA
      * CARTA EN EL MISMO PERIODO. COMPARTIDO POR CARTAS (EMITE LAS
      * CARTAS Y GRABA LA NOTIFICACION), ALGO4IMP (UN DEBITO ACEPTADO
      * DEL CONSORCIO DA POR RESPONDIDAS SUS NOTIFICACIONES ABIERTAS) Y
      * CARTSEG (SEGUIMIENTO: NOTIFICADOS SIN DEBITO ACEPTADO DESPUES
      * DE N DIAS, PARA DERIVAR A LEGALES).
      *----------------------------------------------------------------
      * NTF-TIPO: 1 PRIMER AVISO, 2 SEGUNDO AVISO, 3 INTIMACION
      * PREJUDICIAL (SEGUN LOS PERIODOS ADEUDADOS). NTF-FECHA-DEBITO Y
      * NTF-PERIODO-DEBITO QUEDAN EN CERO MIENTRAS LA NOTIFICACION
      * ESTA ABIERTA; LOS GRABA ALGO4IMP CON LA FECHA DE CARGA Y EL
      * PERIODO DEL PRIMER DEBITO ACEPTADO POSTERIOR A LA CARTA.
      *================================================================
       01  REG-NOTIFICACION.
           03 NTF-CLAVE.
              05 NTF-CUIT-CONS        PIC 9(15).
              05 NTF-PERIODO          PIC 9(06).
              05 NTF-TIPO             PIC 9(01).
                 88 NTF-PRIMER-AVISO             VALUE 1.
                 88 NTF-SEGUNDO-AVISO            VALUE 2.
                 88 NTF-PREJUDICIAL              VALUE 3.
           03 NTF-FECHA               PIC 9(08).
           03 NTF-CANT-PERIODOS       PIC 9(03).
           03 NTF-IMPORTE             PIC 9(09)V99.
           03 NTF-FECHA-DEBITO        PIC 9(08).
              88 NTF-ABIERTA                     VALUE 0.
           03 NTF-PERIODO-DEBITO      PIC 9(06).
