000900*    DE UNA RECTIFICATIVA POSTERIOR (R); LOS REGISTROS          *
001000*    ANTERIORES AL CAMPO TRAEN ESPACIO Y CUENTAN COMO           *
001100*    ORIGINALES.                                                *
001110*    LA TRIBUTACION INDICA SI EL IMPUESTO SALIO DE LA           *
001120*    DECLARACION INDIVIDUAL (I) O DE LA CONJUNTA DEL            *
001130*    MATRIMONIO (J); LOS REGISTROS ANTERIORES TRAEN ESPACIO Y   *
001140*    CUENTAN COMO INDIVIDUALES.                                 *
001200*--------------------------------------------------------------*
001300 01  AUD-AUDIT-REC.
001400     05 AUD-TAXPAYER-ID          PIC X(09).
002000     05 AUD-TIPO-REG             PIC X(01).
002100         88 AUD-ORIGINAL             VALUE 'O' ' '.
002200         88 AUD-RECTIFICATIVA        VALUE 'R'.
002300     05 AUD-TRIBUTACION          PIC X(01).
002400         88 AUD-INDIVIDUAL           VALUE 'I' ' '.
002500         88 AUD-CONJUNTA             VALUE 'J'.
