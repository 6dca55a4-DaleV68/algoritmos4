      *================================================================
      * CICLOREC - LAYOUT DEL REGISTRO DE CONTROL DEL CICLO MENSUAL
      * (CICLO-CONTROL.DAT, INDEXADO POR CIC-PERIODO). UN REGISTRO POR
      * PERIODO AAAAMM: CADA PROGRAMA DEL CICLO (MAERESG,
      * ALGO4-TP-PARTE1, ALGO4EXP, CONCILIA, ALGO4IMP, ALGO4SEG,
      * INTCONT, MAEPURGA) GRABA LA FECHA DE SU FIN NORMAL EN SU CAMPO Y
      * VERIFICA ANTES DE ARRANCAR QUE EL PASO ANTERIOR DEL PERIODO
      * HAYA TERMINADO BIEN: MERGE SIN RESGUARDO DEL PERIODO
      * RECHAZADO, EXTRACTO SIN MERGE COMPLETO RECHAZADO, MISMO
      * RETORNO DOS VECES RECHAZADO, PURGA CON RETORNO PENDIENTE
      * RECHAZADA. UN CAMPO EN CERO ES UN PASO TODAVIA PENDIENTE. LA
      * CONSULTA DE OPERADOR ES CICLOCON.
      *----------------------------------------------------------------
      * CIC-FECHA-RESGUARDO LA GRABA EL RESGUARDO (MAERESG) ANTES DEL
      * MERGE; EL DETALLE DE LO COPIADO QUEDA EN EL MANIFIESTO (COPY
      * RESGREC).
      *----------------------------------------------------------------
      * CIC-FECHA-SEGUNDA LA GRABA ALGO4SEG AL GENERAR EL EXTRACTO DE
      * SEGUNDA PRESENTACION (DESPUES DE LA CARGA DEL RETORNO) Y
      * CIC-FECHA-RET-SEGUNDA ALGO4IMP AL CARGAR SU RETORNO. UN
      * PERIODO SIN NADA QUE VOLVER A PRESENTAR GRABA LAS DOS JUNTAS.
      *----------------------------------------------------------------
      * CIC-FECHA-CONTABLE LA GRABA LA INTERFAZ CONTABLE (INTCONT)
      * CUANDO GENERA LOS ASIENTOS DEL PERIODO, CON EL COBRO YA
      * CERRADO (RETORNO Y RETORNO DE SEGUNDA PRESENTACION CARGADOS).
      * CON LA FECHA GRABADA LA INTERFAZ NO SE VUELVE A GENERAR.
      *----------------------------------------------------------------
      * CIC-FECHA-RESGUARDO, CIC-FECHA-SEGUNDA, CIC-FECHA-RET-SEGUNDA Y
      * CIC-FECHA-CONTABLE VAN AL FINAL DEL REGISTRO Y QUEDAN EN CERO
      * PARA LOS PERIODOS GRABADOS ANTES DE QUE SE CONTROLARAN ESOS
      * PASOS. EL ORDEN DE LOS PASOS DEL CICLO ES EL DE CICLOCON.
      *================================================================
       01  REG-CICLO.
           03 CIC-PERIODO             PIC 9(06).
           03 CIC-FECHA-CONCILIA      PIC 9(08).
           03 CIC-FECHA-RETORNO       PIC 9(08).
           03 CIC-FECHA-PURGA         PIC 9(08).
           03 CIC-FECHA-RESGUARDO     PIC 9(08).
           03 CIC-FECHA-SEGUNDA       PIC 9(08).
           03 CIC-FECHA-RET-SEGUNDA   PIC 9(08).
           03 CIC-FECHA-CONTABLE      PIC 9(08).
