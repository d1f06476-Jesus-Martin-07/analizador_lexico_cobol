000100*--------------------------------------------------------------*
000200*    APREREG - LAYOUT DEL EXPEDIENTE DE APREMIO: UNO POR CUOTA  *
000300*    MOROSA DEL PAGO FRACCIONADO (CONTRIBUYENTE Y CUOTA) QUE HA *
000400*    ENTRADO EN EL PROCEDIMIENTO, CON LA ETAPA ALCANZADA Y LA   *
000500*    FECHA DE CADA NOTIFICACION.  LO MANTIENE VIA-APRE EN UN GDG*
000600*    (LA GENERACION 0 ENTRA, LA +1 SALE), ORDENADO POR          *
000700*    CONTRIBUYENTE Y CUOTA COMO EL PENFILE DE CON-FRAC; EL      *
000800*    EXPEDIENTE DESAPARECE CUANDO LA CUOTA YA NO ESTA PENDIENTE.*
000900*    EL RECARGO ES EL DE LA ETAPA VIGENTE (EL DE APREMIO        *
001000*    SUSTITUYE AL DEL SEGUNDO AVISO, NO SE SUMAN).              *
001100*--------------------------------------------------------------*
001200 01  APR-EXPEDIENTE-REC.
001300     05 APR-TAXPAYER-ID          PIC X(09).
001400     05 APR-NUM-CUOTA            PIC 9(01).
001500     05 APR-VENCIMIENTO          PIC 9(08).
001600     05 APR-ETAPA                PIC X(01).
001700         88 APR-PRIMER-AVISO         VALUE '1'.
001800         88 APR-SEGUNDO-AVISO        VALUE '2'.
001900         88 APR-PROVIDENCIA          VALUE '3'.
002000     05 APR-FECHA-ETAPA          PIC 9(08).
002100     05 APR-FECHA-AVISO1         PIC 9(08).
002200     05 APR-FECHA-AVISO2         PIC 9(08).
002300     05 APR-FECHA-PROVIDENCIA    PIC 9(08).
002400     05 APR-SALDO                PIC 9(09)V99.
002500     05 APR-RECARGO              PIC 9(09)V99.
002600     05 FILLER                   PIC X(07).
