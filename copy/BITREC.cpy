      *================================================================
      * BITREC - LAYOUT DEL REGISTRO DE LA BITACORA DE CAMBIOS EN LOS
      * CATALOGOS (BITACORA-CATALOGOS.DAT). CADA ALTA, BAJA O
      * MODIFICACION HECHA DESDE UN PROGRAMA DE MANTENIMIENTO AGREGA
      * UN REGISTRO CON EL OPERADOR QUE LA HIZO (IDENTIFICADO CONTRA
      * OPERADORES.DAT, COPY OPEREC), FECHA Y HORA, PROGRAMA,
      * CATALOGO, CLAVE E IMAGENES ANTES/DESPUES, PARA PODER RESPONDER
      * QUIEN CAMBIO UNA CUOTA O HABILITO UN BANCO.
      * LO GENERAN MAEMANT, MAETRASP, ESTMANT, BANMANT, ZONMANT,
      * CUOMANT, TASMANT, ADMMANT, CTBMANT Y OPEMANT; LO CONSULTA
      * BITCONS. SE ABRE EN EXTEND SOLO MIENTRAS SE GRABA: ES UN
      * ARCHIVO QUE ACUMULA Y NUNCA SE TRUNCA.
      *----------------------------------------------------------------
      * BIT-CATALOGO: NOMBRE DEL ARCHIVO SIN ".DAT" EN MAYUSCULAS
      * (CUOTAS, BANCOS, ESTADOS, TRANSEST, MAESTRO, ...).
      * BIT-CLAVE: LOS CAMPOS CLAVE DEL REGISTRO DEL CATALOGO,
      * CONCATENADOS TAL COMO ESTAN EN EL ARCHIVO (CUIT DE 15
      * DIGITOS, ENTIDAD+SUCURSAL, DESDE+HASTA, PERIODO, CODIGO...).
      * BIT-OPERACION: "A" ALTA / "M" MODIFICACION / "B" BAJA.
      * LAS IMAGENES SON EL REGISTRO DEL CATALOGO CON EL LAYOUT DE SU
      * ARCHIVO, ALINEADO A IZQUIERDA. LA IMAGEN ANTERIOR QUEDA EN
      * BLANCO EN UN ALTA Y LA POSTERIOR EN UNA BAJA.
      *================================================================
       01  REG-BITACORA.
           03 BIT-FECHA               PIC 9(08).
           03 BIT-HORA                PIC 9(06).
           03 BIT-OPERADOR            PIC X(08).
           03 BIT-PROGRAMA            PIC X(08).
           03 BIT-CATALOGO            PIC X(15).
           03 BIT-CLAVE               PIC X(25).
           03 BIT-OPERACION           PIC X(01).
              88 BIT-ES-ALTA                     VALUE "A".
              88 BIT-ES-MODIFICACION             VALUE "M".
              88 BIT-ES-BAJA                     VALUE "B".
           03 BIT-IMAGEN-ANTES        PIC X(200).
           03 BIT-IMAGEN-DESPUES      PIC X(200).
