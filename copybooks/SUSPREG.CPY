001200         88 SUS-CERO-NEGATIVO        VALUE '02'.
001300         88 SUS-SOBRE-TECHO          VALUE '03'.
001400         88 SUS-SIN-MAESTRO          VALUE '04'.
001410         88 SUS-CONYUGE-AUSENTE      VALUE '05'.
001500     05 SUS-FECHA                PIC 9(08).
001600     05 FILLER                   PIC X(08).
