000100*--------------------------------------------------------------*
000200*    ADEUREG - LAYOUT DEL FICHERO DE ADEUDOS DIRECTOS SEPA QUE  *
000300*    SE ENTREGA AL BANCO (ADEFILE): UN REGISTRO DE CABECERA     *
000400*    CON EL ACREEDOR, UNO DE DETALLE POR CUOTA A COBRAR Y UNO   *
000500*    DE TOTALES.  LO ESCRIBE GEN-ADEU.  LAS DEVOLUCIONES DEL    *
000600*    BANCO (DEV-ADEU) TRAEN EN CABEZA LOS DATOS DEL ADEUDO      *
000700*    ORIGINAL, EN EL MISMO ORDEN QUE EL DETALLE.                *
000800*--------------------------------------------------------------*
000900 01  ADE-ADEUDO-REC.
001000     05 ADE-TIPO-REG             PIC X(02).
001100         88 ADE-CABECERA             VALUE '01'.
001200         88 ADE-DETALLE              VALUE '03'.
001300         88 ADE-TOTAL                VALUE '99'.
001400     05 ADE-DATOS                PIC X(198).
001500     05 ADE-CAB REDEFINES ADE-DATOS.
001600         10 ADE-CAB-ACREEDOR     PIC X(35).
001700         10 ADE-CAB-NOMBRE       PIC X(40).
001800         10 ADE-CAB-FECHA-CREACION PIC 9(08).
001900         10 FILLER               PIC X(115).
002000     05 ADE-DET REDEFINES ADE-DATOS.
002100         10 ADE-DET-REFERENCIA   PIC X(35).
002200         10 ADE-DET-TAXPAYER-ID  PIC X(09).
002300         10 ADE-DET-NUM-CUOTA    PIC 9(01).
002400         10 ADE-DET-IMPORTE      PIC 9(09)V99.
002500         10 ADE-DET-FECHA-COBRO  PIC 9(08).
002600         10 ADE-DET-MANDATO      PIC X(35).
002700         10 ADE-DET-FECHA-FIRMA  PIC 9(08).
002800         10 ADE-DET-IBAN         PIC X(34).
002900         10 ADE-DET-NOMBRE       PIC X(30).
003000         10 FILLER               PIC X(27).
003100     05 ADE-TOT REDEFINES ADE-DATOS.
003200         10 ADE-TOT-ADEUDOS      PIC 9(09).
003300         10 ADE-TOT-IMPORTE      PIC 9(13)V99.
003400         10 FILLER               PIC X(174).
