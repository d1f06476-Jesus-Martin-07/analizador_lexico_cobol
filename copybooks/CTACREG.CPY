000100*--------------------------------------------------------------*
000200*    CTACREG - LAYOUT DE LA CUENTA CORRIENTE TRIBUTARIA (KSDS,  *
000300*    CLAVE CONTRIBUYENTE + NUMERO DE MOVIMIENTO, 1,14).  LA     *
000400*    ALIMENTA ASI-CTA CADA NOCHE CON TODO ARCHIVO QUE MUEVE     *
000500*    DINERO Y LA CONSULTA EXT-CTA (EXTRACTO DE CUENTA).         *
000600*    EL MOVIMIENTO 00000 DE CADA CONTRIBUYENTE ES SU CABECERA:  *
000700*    ULTIMO NUMERO DE MOVIMIENTO, SALDO VIVO, FECHA DEL ULTIMO  *
000800*    ASIENTO Y RECARGO DE MORA YA CARGADO POR CUOTA (PARA NO    *
000900*    CARGAR DOS VECES EL RECARGO QUE CON-FRAC RECALCULA CADA    *
001000*    DIA).  LOS DEMAS SON LOS MOVIMIENTOS FECHADOS, CADA UNO    *
001100*    CON EL SALDO QUE DEJA.  SALDO POSITIVO = DEUDOR (DEBE EL   *
001200*    CONTRIBUYENTE); NEGATIVO = ACREEDOR (SE LE DEBE).          *
001300*    LA CABECERA CON CONTRIBUYENTE EN ESPACIOS ES EL CONTROL    *
001400*    DEL PROCESO DE ASIENTOS: SU FECHA ES LA DEL ULTIMO LOTE    *
001500*    ASENTADO.                                                  *
001600*--------------------------------------------------------------*
001700 01  CTA-CUENTA-REC.
001800     05 CTA-CLAVE.
001900         10 CTA-TAXPAYER-ID      PIC X(09).
002000         10 CTA-NUM-MOV          PIC 9(05).
002100             88 CTA-ES-CABECERA      VALUE ZERO.
002200     05 CTA-DATOS                PIC X(106).
002300     05 CTA-MOVIMIENTO REDEFINES CTA-DATOS.
002400         10 CTA-FECHA            PIC 9(08).
002500         10 CTA-TIPO-MOV         PIC X(02).
002600             88 CTA-MOV-LIQUIDACION  VALUE 'LQ'.
002700             88 CTA-MOV-RECTIFICA    VALUE 'RC'.
002800             88 CTA-MOV-PAGO-CUOTA   VALUE 'PC'.
002900             88 CTA-MOV-RECARGO      VALUE 'RM'.
003000             88 CTA-MOV-ORDEN-PAGO   VALUE 'OP'.
003100             88 CTA-MOV-RETENIDA     VALUE 'RT'.
003110             88 CTA-MOV-COMPENSACION VALUE 'CO'.
003120             88 CTA-MOV-ANULA-ORDEN  VALUE 'AO'.
003130             88 CTA-MOV-DEVOL-ADEUDO VALUE 'DA'.
003140             88 CTA-MOV-REC-APREMIO  VALUE 'RA'.
003200         10 CTA-SIGNO            PIC X(01).
003300             88 CTA-CARGO            VALUE 'D'.
003400             88 CTA-ABONO            VALUE 'H'.
003500             88 CTA-INFORMATIVO      VALUE 'I'.
003600         10 CTA-IMPORTE          PIC 9(09)V99.
003700         10 CTA-SALDO            PIC S9(11)V99.
003800         10 CTA-ORIGEN           PIC X(08).
003900         10 CTA-REFERENCIA       PIC X(10).
004000         10 CTA-FECHA-ASIENTO    PIC 9(08).
004100         10 FILLER               PIC X(45).
004200     05 CTA-CABECERA REDEFINES CTA-DATOS.
004300         10 CTA-CAB-ULTIMO-MOV   PIC 9(05).
004400         10 CTA-CAB-SALDO        PIC S9(11)V99.
004500         10 CTA-CAB-FECHA-ULTIMO PIC 9(08).
004600         10 CTA-CAB-RECARGO OCCURS 4 TIMES.
004700             15 CTA-CAB-REC-VENCIMIENTO PIC 9(08).
004800             15 CTA-CAB-REC-IMPORTE     PIC 9(09)V99.
004900         10 FILLER               PIC X(04).
