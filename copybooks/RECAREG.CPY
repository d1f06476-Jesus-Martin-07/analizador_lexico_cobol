000100*--------------------------------------------------------------*
000200*    RECAREG - RECARGO DEL PROCEDIMIENTO DE APREMIO NOTIFICADO *
000300*    HOY (SEGUNDO AVISO O PROVIDENCIA).  LO ESCRIBE VIA-APRE,  *
000400*    UNO POR NOTIFICACION QUE CREA O AUMENTA EL RECARGO DEL    *
000500*    EXPEDIENTE, Y LO ASIENTA ASI-CTA COMO CARGO EN LA CUENTA  *
000600*    CORRIENTE.  EL IMPORTE ES SOLO LA DIFERENCIA SOBRE EL     *
000700*    RECARGO ANTERIOR DEL EXPEDIENTE (EL DE APREMIO SUSTITUYE  *
000800*    AL DEL SEGUNDO AVISO); EL RECARGO DE LA ETAPA COMPLETO VA *
000900*    APARTE, COMO REFERENCIA.                                  *
001000*--------------------------------------------------------------*
001100 01  RCA-RECARGO-REC.
001200     05 RCA-TAXPAYER-ID          PIC X(09).
001300     05 RCA-NUM-CUOTA            PIC 9(01).
001400     05 RCA-VENCIMIENTO          PIC 9(08).
001500     05 RCA-ETAPA                PIC X(01).
001600         88 RCA-SEGUNDO-AVISO        VALUE '2'.
001700         88 RCA-PROVIDENCIA          VALUE '3'.
001800     05 RCA-FECHA                PIC 9(08).
001900     05 RCA-IMPORTE              PIC 9(09)V99.
002000     05 RCA-RECARGO-ETAPA        PIC 9(09)V99.
002100     05 FILLER                   PIC X(01).
