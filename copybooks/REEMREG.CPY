000100*--------------------------------------------------------------*
000200*    REEMREG - COLA DE REEMISION DE ORDENES DE PAGO.  CON-TESO  *
000300*    ESCRIBE AQUI LAS ORDENES QUE TESORERIA DEVUELVE RECHAZADAS *
000400*    (CUENTA CERRADA O INVALIDA) O DEVUELTAS POR EL BANCO; PAG- *
000500*    DEVO LAS ARRASTRA HASTA QUE UNA CORRECCION FIRMADA LAS     *
000600*    SUELTA Y ASI-CTA ANULA EN LA CUENTA CORRIENTE EL CARGO DE  *
000700*    LA ORDEN FALLIDA.  LOS PRIMEROS 65 BYTES SON LOS DE LA     *
000800*    ORDEN ORIGINAL (ORDENREG).                                 *
000900*--------------------------------------------------------------*
001000 01  REE-REEMISION-REC.
001100     05 REE-NUM-ORDEN            PIC 9(07).
001200     05 REE-TAXPAYER-ID          PIC X(09).
001300     05 REE-TAXPAYER-NAME        PIC X(30).
001400     05 REE-IMPORTE              PIC 9(09)V99.
001500     05 REE-FECHA-ORDEN          PIC 9(08).
001600     05 REE-RESULTADO            PIC X(01).
001700         88 REE-RECHAZADA            VALUE 'R'.
001800         88 REE-DEVUELTA             VALUE 'D'.
001900     05 REE-MOTIVO               PIC X(04).
002000     05 REE-FECHA-RESULTADO      PIC 9(08).
002100     05 FILLER                   PIC X(22).
