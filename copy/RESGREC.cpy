      *================================================================
      * RESGREC - LAYOUT DEL MANIFIESTO DEL RESGUARDO DEL CICLO
      * MENSUAL (RESGUARDO-MANIFIESTO.DAT, UN UNICO REGISTRO). LO
      * GRABA MAERESG AL TERMINAR BIEN LA COPIA DE MAESTRO.DAT,
      * CUENTAS-MAESTRO.DAT Y LOS CATALOGOS (ESTADOS, TRANSEST,
      * BANCOS, ZONAS, CUOTAS) A SUS ARCHIVOS *-RESGUARDO.DAT, CON LA
      * CANTIDAD DE REGISTROS COPIADOS DE CADA UNO Y LA POSICION DEL
      * DIARIO DE MOVIMIENTOS (MOVMAESTRO.DAT) EN ESE MOMENTO: CUANTOS
      * MOVIMIENTOS TENIA Y LOS DATOS DEL ULTIMO.
      * COMPARTIDO POR MAERESG (LO GENERA), ALGO4-TP-PARTE1 (NO ARRANCA
      * EL MERGE SIN UN RESGUARDO COMPLETO DEL PERIODO) Y MAERECUP
      * (TOMA DE ACA LA FECHA DESDE Y CONTROLA QUE EL RESGUARDO QUE
      * RESTAURA ESTE COMPLETO).
      *----------------------------------------------------------------
      * MAERESG ABRE EL MANIFIESTO EN OUTPUT ANTES DE COPIAR NADA Y
      * GRABA EL REGISTRO RECIEN AL FINAL: UN RESGUARDO CORTADO A MEDIO
      * CAMINO DEJA EL MANIFIESTO VACIO, NUNCA UNO QUE NO CORRESPONDE
      * A LAS COPIAS.
      *----------------------------------------------------------------
      * RSG-POS-DIARIO ES LA CANTIDAD DE MOVIMIENTOS DEL DIARIO VIVO AL
      * MOMENTO DE LA COPIA: LOS MOVIMIENTOS POSTERIORES AL RESGUARDO
      * SON LOS QUE SIGUEN A ESA POSICION. LOS CAMPOS RSG-ULT-MOV-*
      * IDENTIFICAN EL MOVIMIENTO EN ESA POSICION, PARA DETECTAR UN
      * DIARIO CORTADO (MOVCIERRE) DESPUES DEL RESGUARDO.
      *================================================================
       01  REG-RESGUARDO.
           03 RSG-PERIODO             PIC 9(06).
           03 RSG-FECHA-RESGUARDO     PIC 9(08).
           03 RSG-CANT-MAESTRO        PIC 9(10).
           03 RSG-CANT-CTAS-MAESTRO   PIC 9(10).
           03 RSG-CANT-ESTADOS        PIC 9(10).
           03 RSG-CANT-TRANSEST       PIC 9(10).
           03 RSG-CANT-BANCOS         PIC 9(10).
           03 RSG-CANT-ZONAS          PIC 9(10).
           03 RSG-CANT-CUOTAS         PIC 9(10).
           03 RSG-POS-DIARIO          PIC 9(10).
           03 RSG-ULT-MOV-FECHA       PIC 9(08).
           03 RSG-ULT-MOV-ORIGEN      PIC X(20).
           03 RSG-ULT-MOV-OPERACION   PIC X(01).
           03 RSG-ULT-MOV-CUIT        PIC 9(15).
           03 RSG-ESTADO              PIC X(01).
              88 RSG-COMPLETO                    VALUE "C".
