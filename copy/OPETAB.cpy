      *================================================================
      * OPETAB - TABLA EN MEMORIA DE OPERADORES.DAT (COPY OPEREC) PARA
      * SU MANTENIMIENTO DESDE OPEMANT.
      *================================================================
       01  WS_TABLA_OPERADORES.
           03 WS_CANT_OPERADORES     PIC 9(04) VALUE 0.
           03 WS_OPERADOR-FILA OCCURS 300 TIMES.
              05 WS_OPER-CODIGO      PIC X(08).
              05 WS_OPER-PROGRAMA    PIC X(08).
              05 WS_OPER-NOMBRE      PIC X(30).
              05 WS_OPER-OPCIONES    PIC X(10).
