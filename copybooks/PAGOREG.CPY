000100*--------------------------------------------------------------*
000200*    PAGOREG - LAYOUT DEL REGISTRO DE PAGO DE CUOTA QUE         *
000300*    DEVUELVE RECAUDACION CADA DIA (PAGOFILE).  PUEDE HABER     *
000400*    VARIOS PAGOS (PARCIALES) PARA LA MISMA CUOTA.  LO          *
000500*    COMPARTEN CON-FRAC (CONCILIACION) Y ASI-CTA (CUENTA        *
000600*    CORRIENTE).                                                *
000700*--------------------------------------------------------------*
000800 01  PAG-PAGO-REC.
000900     05 PAG-TAXPAYER-ID          PIC X(09).
001000     05 PAG-NUM-CUOTA            PIC 9(01).
001100     05 PAG-IMPORTE              PIC 9(09)V99.
001200     05 PAG-FECHA                PIC 9(08).
001300     05 FILLER                   PIC X(11).
