000330*                  LIVIANO. EL MOVIMIENTO LEIDO (VIVO O
000340*                  ARCHIVADO) SE COPIA AL AREA WS_REG_MOV Y LA
000350*                  MUESTRA SALE SIEMPRE DE AHI.
000352* 2026-10-15  DLV  LAS IMAGENES MUESTRAN LA ZONA Y EL
000354*                  ADMINISTRADOR ASIGNADO (MAE-ADMIN, NUEVO EN
000356*                  MAEREC), PARA SEGUIR LAS ASIGNACIONES HECHAS
000358*                  DESDE MAEMANT.
000360*================================================================

000370 ENVIRONMENT DIVISION.
002330        DISPLAY "  ANTES..: ESTADO " WMOVA-ESTADO " "
002340                WMOVA-DESCRIP-ESTADO
002350                " NOMBRE " WMOVA-NOMBRE-CONSORCIO
002353                " ZONA " WMOVA-ZONA
002356                " ADMIN " WMOVA-ADMIN
002360        DISPLAY "           TEL " WMOVA-TEL
002370                " DIR " WMOVA-DIR
002380                " CTA " WMOVA-NRO-CTA
002450        DISPLAY "  DESPUES: ESTADO " WMOVD-ESTADO " "
002460                WMOVD-DESCRIP-ESTADO
002470                " NOMBRE " WMOVD-NOMBRE-CONSORCIO
002473                " ZONA " WMOVD-ZONA
002476                " ADMIN " WMOVD-ADMIN
002480        DISPLAY "           TEL " WMOVD-TEL
002490                " DIR " WMOVD-DIR
002500                " CTA " WMOVD-NRO-CTA
