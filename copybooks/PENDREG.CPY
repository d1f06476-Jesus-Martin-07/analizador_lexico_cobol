000100*--------------------------------------------------------------*
000200*    PENDREG - LAYOUT DEL REGISTRO DE CUOTA PENDIENTE DEL PAGO  *
000300*    FRACCIONADO (PENFILE): LA CUOTA CON SU ACUMULADO DE PAGOS  *
000400*    AL DIA.  LO ESCRIBE CON-FRAC EN CADA CONCILIACION Y LO     *
000500*    LEE ASI-CTA PARA CARGAR EL RECARGO DE MORA EN LA CUENTA    *
000600*    CORRIENTE.  EL SALDO VA EN PRINCIPAL; EL RECARGO NO SE     *
000700*    CAPITALIZA.                                                *
000800*--------------------------------------------------------------*
000900 01  PEN-CUOTA-REC.
001000     05 PEN-TAXPAYER-ID          PIC X(09).
001100     05 PEN-NUM-CUOTA            PIC 9(01).
001200     05 PEN-IMPORTE              PIC 9(09)V99.
001300     05 PEN-VENCIMIENTO          PIC 9(08).
001400     05 PEN-PAGADO               PIC 9(09)V99.
001500     05 FILLER                   PIC X(10).
