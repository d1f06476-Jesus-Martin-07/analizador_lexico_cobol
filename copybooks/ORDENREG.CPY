000100*--------------------------------------------------------------*
000200*    ORDENREG - LAYOUT DE LA ORDEN DE PAGO DE DEVOLUCION        *
000300*    (ORDFILE) EN EL FORMATO QUE INGIERE EL SISTEMA DE PAGOS    *
000400*    DE TESORERIA.  EL NUMERO DE ORDEN ES CORRELATIVO DENTRO    *
000500*    DE LA EJECUCION DE PAG-DEVO; LA FECHA LO HACE UNICO ENTRE  *
000600*    DIAS.  LO COMPARTEN PAG-DEVO (EMISION) Y ASI-CTA (CUENTA   *
000700*    CORRIENTE).                                                *
000800*--------------------------------------------------------------*
000900 01  ORD-ORDEN-REC.
001000     05 ORD-NUM-ORDEN            PIC 9(07).
001100     05 ORD-TAXPAYER-ID          PIC X(09).
001200     05 ORD-TAXPAYER-NAME        PIC X(30).
001300     05 ORD-IMPORTE              PIC 9(09)V99.
001400     05 ORD-FECHA                PIC 9(08).
001500     05 FILLER                   PIC X(05).
