000100*--------------------------------------------------------------*
000200*    CTLREG - REGISTRO DE CONTROL DEL CUADRE DE LA NOCHE DE    *
000300*    CAL-TAX (CTLFILE).  CUA-TAX GRABA UNO POR EJECUCION CON   *
000400*    LAS CIFRAS DE CADA ARCHIVO QUE CAL-TAX ENTREGA, LAS DE LA *
000500*    COLA DEL EXTRACTO, EL RESULTADO DEL CUADRE Y, SI UN       *
000600*    DESCUADRE SE LIBERO CON LA TARJETA DEL OPERADOR, QUIEN LO *
000700*    LIBERO.  EL ARCHIVO SE ACUMULA COMO HISTORICO DE CUADRES. *
000800*    SOLO EL IMPORTE DEL SUSPENSO LLEVA SIGNO: EL EXTRACTO     *
000900*    PUEDE TRAER INGRESOS NEGATIVOS, QUE CAL-TAX SUSPENDE.     *
001000*    EL HASH DEL DETALLE SE ACUMULA SIN SIGNO, COMO EN         *
001005*    CON-EXTR Y CAL-TAX, PARA QUE CUADRE CON LA COLA DEL       *
001010*    EXTRACTO.                                                 *
001100*--------------------------------------------------------------*
001200 01  CTL-CONTROL-REC.
001300     05 CTL-FECHA-PROCESO        PIC 9(08).
001400     05 CTL-FECHA-CUADRE         PIC 9(08).
001500     05 CTL-HORA-CUADRE          PIC 9(08).
001600     05 CTL-RESULTADO            PIC X(01).
001700         88 CTL-CUADRADO             VALUE 'C'.
001800         88 CTL-DESCUADRADO          VALUE 'D'.
001900         88 CTL-LIBERADO             VALUE 'L'.
002000     05 CTL-DESCUADRES           PIC 9(03).
002100     05 CTL-OPERADOR             PIC X(08).
002200     05 CTL-COLA-CONTADOR        PIC 9(09).
002300     05 CTL-COLA-HASH            PIC 9(13)V99.
002400     05 CTL-DET-CONTADOR         PIC 9(09).
002500     05 CTL-DET-HASH             PIC 9(13)V99.
002600     05 CTL-OUT-CONTADOR         PIC 9(09).
002700     05 CTL-OUT-ENTRADA          PIC 9(13)V99.
002800     05 CTL-OUT-IMPUESTOS        PIC 9(13)V99.
002900     05 CTL-EXP-CONTADOR         PIC 9(09).
003000     05 CTL-EXP-ENTRADA          PIC 9(13)V99.
003100     05 CTL-EXP-IMPUESTOS        PIC 9(13)V99.
003200     05 CTL-LIQ-CONTADOR         PIC 9(09).
003300     05 CTL-LIQ-ENTRADA          PIC 9(13)V99.
003400     05 CTL-LIQ-BRUTO            PIC 9(13)V99.
003500     05 CTL-AUD-CONTADOR         PIC 9(09).
003600     05 CTL-AUD-ENTRADA          PIC 9(13)V99.
003700     05 CTL-AUD-IMPUESTOS        PIC 9(13)V99.
003800     05 CTL-FRA-CONTADOR         PIC 9(09).
003900     05 CTL-FRA-IMPORTE          PIC 9(13)V99.
004000     05 CTL-SUS-CONTADOR         PIC 9(09).
004100     05 CTL-SUS-ENTRADA          PIC S9(13)V99.
004200     05 CTL-DUP-CONTADOR         PIC 9(09).
004300     05 CTL-DUP-ENTRADA          PIC 9(13)V99.
004400     05 FILLER                   PIC X(08).
