001100*    EL INGRESO DECLARADO Y LAS DEDUCCIONES APLICADAS VIAJAN    *
001200*    EN EL REGISTRO PARA QUE NOT-LIQ PUEDA EDITAR LA CARTA DE   *
001300*    LIQUIDACION SIN VOLVER AL EXTRACTO DEL DIA.                *
001310*    LA TRIBUTACION DICE SI EL BRUTO ES LA PARTE DEL            *
001320*    CONTRIBUYENTE EN LA DECLARACION CONJUNTA DEL MATRIMONIO    *
001330*    (J) O LA SUYA INDIVIDUAL (I); ESPACIO = INDIVIDUAL.        *
001400*--------------------------------------------------------------*
001500 01  LIQ-LIQUIDACION-REC.
001600     05 LIQ-TAXPAYER-ID          PIC X(09).
002400     05 LIQ-ENTRADA              PIC 9(09)V99.
002500     05 LIQ-DEPENDIENTES         PIC 9(02).
002600     05 LIQ-APORTE-JUBILACION    PIC 9(07)V99.
002610     05 LIQ-TRIBUTACION          PIC X(01).
002620         88 LIQ-INDIVIDUAL           VALUE 'I' ' '.
002630         88 LIQ-CONJUNTA             VALUE 'J'.
002700     05 FILLER                   PIC X(04).
