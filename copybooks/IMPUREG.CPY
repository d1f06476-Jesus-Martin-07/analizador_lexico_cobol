000100*--------------------------------------------------------------*
000200*    IMPUREG - LAYOUT DE LA IMPUTACION DE RENTAS (KSDS          *
000300*    IMPUFILE, CLAVE EJERCICIO + CONTRIBUYENTE + PAGADOR + TIPO *
000400*    DE RENTA, 1,24): LO QUE CADA PAGADOR (EMPRESA, BANCO ...)  *
000500*    DECLARA HABER PAGADO Y RETENIDO AL CONTRIBUYENTE EN EL     *
000600*    EJERCICIO.  LO CARGA CAR-IMPU DESDE LAS DECLARACIONES      *
000700*    INFORMATIVAS ANUALES (UNA DECLARACION SUSTITUTIVA DEL      *
000800*    MISMO PAGADOR REEMPLAZA LA ANTERIOR) Y LO LEE CRU-IMPU,    *
000900*    QUE TOTALIZA POR CONTRIBUYENTE Y LO CRUZA CON LA RENTA     *
001000*    LIQUIDADA.                                                 *
001100*--------------------------------------------------------------*
001200 01  IMP-IMPUTACION-REC.
001300     05 IMP-CLAVE.
001400         10 IMP-EJERCICIO        PIC 9(04).
001500         10 IMP-TAXPAYER-ID      PIC X(09).
001600         10 IMP-PAYER-ID         PIC X(09).
001700         10 IMP-TIPO-RENTA       PIC X(02).
001800             88 IMP-TRABAJO          VALUE 'TR'.
001900             88 IMP-CAPITAL          VALUE 'CM'.
002000             88 IMP-ACTIVIDAD        VALUE 'AE'.
002100             88 IMP-GANANCIA         VALUE 'GP'.
002200             88 IMP-OTRAS            VALUE 'OT'.
002300             88 IMP-TIPO-VALIDO      VALUE 'TR' 'CM' 'AE' 'GP'
002400                                           'OT'.
002500     05 IMP-BRUTO                PIC 9(09)V99.
002600     05 IMP-RETENIDO             PIC 9(09)V99.
002700     05 IMP-FECHA-CARGA          PIC 9(08).
002800     05 FILLER                   PIC X(06).
