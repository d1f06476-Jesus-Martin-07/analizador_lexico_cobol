000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   ASI-CTA                                      *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      ASIENTOS NOCTURNOS DE LA CUENTA CORRIENTE     *
001000*                  TRIBUTARIA: CADA ARCHIVO QUE MUEVE DINERO     *
001100*                  DEJA UN MOVIMIENTO FECHADO POR CONTRIBUYENTE  *
001200*                  EN EL KSDS CTAFILE, QUE LLEVA EL SALDO VIVO:  *
001300*                  LIQUIDACIONES DE CAL-TAX (LIQFILE), DELTAS DE *
001400*                  REC-TAX (LIQSUP), PAGOS DE CUOTAS (PAGOFILE), *
001500*                  RECARGOS DE MORA DE LAS CUOTAS VENCIDAS       *
001510*                  (PENFILE DE CON-FRAC), RECARGOS DEL SEGUNDO   *
001520*                  AVISO Y DE APREMIO (RECFILE DE VIA-APRE),     *
001530*                  ORDENES DE PAGO DE DEVOLUCIONES (ORDFILE DE   *
001540*                  PAG-DEVO) Y, COMO                             *
001800*                  MOVIMIENTO INFORMATIVO SIN EFECTO EN EL       *
001900*                  SALDO, LAS DEVOLUCIONES RETENIDAS NUEVAS      *
002000*                  (HOLDOUT).  HASTA AHORA NADIE PODIA DAR EL    *
002100*                  SALDO NETO DE UN CONTRIBUYENTE SIN ABRIR      *
002200*                  CINCO DATASETS.  EL EXTRACTO LO EDITA EXT-CTA.*
002300*                                                                *
002400*                  UN LOTE SOLO SE ASIENTA UNA VEZ: EL REGISTRO  *
002500*                  DE CONTROL GUARDA LA FECHA DEL ULTIMO LOTE Y  *
002600*                  UN SEGUNDO PASE EL MISMO DIA ABORTA CON RC 16.*
002700*                                                                *
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY                                       *
003000*-----------------------------------------------------------------
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  -------------------------------------------*
003300*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
003310*    2026-10-15 JM    SE ASIENTAN COMO INFORMATIVAS LAS          *
003320*                     COMPENSACIONES DE DEVOLUCIONES CON CUOTAS  *
003330*                     VENCIDAS QUE HACE PAG-DEVO (COMPFILE).     *
003340*    2026-10-15 JM    LAS ORDENES DE PAGO QUE TESORERIA RECHAZA O*
003350*                     DEVUELVE (REEFILE DE CON-TESO) SE ASIENTAN *
003360*                     COMO ABONO QUE ANULA EL CARGO DE LA ORDEN. *
003370*    2026-10-15 JM    LOS ADEUDOS DIRECTOS QUE EL BANCO DEVUELVE *
003380*                     (IMPFILE DE DEV-ADEU) SE ASIENTAN COMO     *
003390*                     CARGO QUE ANULA EL PAGO DE LA CUOTA.       *
003392*    2026-10-15 JM    LOS RECARGOS DEL SEGUNDO AVISO Y DE        *
003394*                     APREMIO (RECFILE DE VIA-APRE) SE ASIENTAN  *
003396*                     COMO CARGO EN LA CUENTA CORRIENTE.         *
003400*****************************************************************
003500
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. ASI-CTA.
003800 AUTHOR. J. MARTIN.
003900 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     SELECT PARMFILE ASSIGN TO PARMFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS ASC-PARMFILE-STATUS.
005500
005600     SELECT LIQFILE ASSIGN TO LIQFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS ASC-LIQFILE-STATUS.
005900
006000     SELECT LIQSUP ASSIGN TO LIQSUP
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS ASC-LIQSUP-STATUS.
006300
006400     SELECT PAGOFILE ASSIGN TO PAGOFILE
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS ASC-PAGOFILE-STATUS.
006700
006800     SELECT PENFILE ASSIGN TO PENFILE
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS ASC-PENFILE-STATUS.
007100
007200     SELECT ORDFILE ASSIGN TO ORDFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS ASC-ORDFILE-STATUS.
007500
007600     SELECT HOLDOUT ASSIGN TO HOLDOUT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS ASC-HOLDOUT-STATUS.
007810
007820     SELECT COMPFILE ASSIGN TO COMPFILE
007830         ORGANIZATION IS SEQUENTIAL
007840         FILE STATUS IS ASC-COMPFILE-STATUS.
007850
007860     SELECT REEFILE ASSIGN TO REEFILE
007870         ORGANIZATION IS SEQUENTIAL
007880         FILE STATUS IS ASC-REEFILE-STATUS.
007882
007884     SELECT IMPFILE ASSIGN TO IMPFILE
007886         ORGANIZATION IS SEQUENTIAL
007888         FILE STATUS IS ASC-IMPFILE-STATUS.
007890
007892     SELECT RECFILE ASSIGN TO RECFILE
007894         ORGANIZATION IS SEQUENTIAL
007896         FILE STATUS IS ASC-RECFILE-STATUS.
007900
008000     SELECT CTAFILE ASSIGN TO CTAFILE
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS CTA-CLAVE
008400         FILE STATUS IS ASC-CTAFILE-STATUS.
008500
008600     SELECT REPTFILE ASSIGN TO REPTFILE
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS ASC-REPTFILE-STATUS.
008900
009000 DATA DIVISION.
009100
009200 FILE SECTION.
009300
009400 FD  PARMFILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY PARMTRIB.
009800
009900 FD  LIQFILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY LIQREG.
010300
010400*--------------------------------------------------------------*
010500*    LIQSUP - LIQFILE SUPLEMENTARIO DE REC-TAX, MISMO LAYOUT    *
010600*    QUE LIQREG: D = CUOTA ADICIONAL, R = DEVOLUCION            *
010700*    ADICIONAL, C = SIN DIFERENCIA.                             *
010800*--------------------------------------------------------------*
010900 FD  LIQSUP
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  LSU-LIQUIDACION-REC.
011300     05 LSU-TAXPAYER-ID          PIC X(09).
011400     05 LSU-TIPO                 PIC X(01).
011500         88 LSU-SALDO-A-PAGAR        VALUE 'D'.
011600         88 LSU-DEVOLUCION           VALUE 'R'.
011700     05 LSU-IMPUESTO-BRUTO       PIC 9(09)V99.
011800     05 LSU-RETENIDO             PIC 9(09)V99.
011900     05 LSU-IMPORTE-NETO         PIC 9(09)V99.
012000     05 FILLER                   PIC X(27).
012100
012200 FD  PAGOFILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500     COPY PAGOREG.
012600
012700 FD  PENFILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000     COPY PENDREG.
013100
013200 FD  ORDFILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500     COPY ORDENREG.
013600
013700*--------------------------------------------------------------*
013800*    HOLDOUT - COLA DE DEVOLUCIONES RETENIDAS DE PAG-DEVO       *
013900*    (MISMO LAYOUT QUE EN PAG-DEVO).  SOLO SE ASIENTAN, COMO    *
014000*    INFORMATIVAS, LAS RETENIDAS DESPUES DEL ULTIMO LOTE.       *
014100*--------------------------------------------------------------*
014200 FD  HOLDOUT
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500 01  HLD-RETENIDA-REC.
014600     05 HLD-TAXPAYER-ID          PIC X(09).
014700     05 HLD-IMPORTE              PIC 9(09)V99.
014800     05 HLD-FECHA-RETENIDA       PIC 9(08).
014900     05 FILLER                   PIC X(12).
014905
014910*--------------------------------------------------------------*
014915*    COMPFILE - CUOTAS COMPENSADAS POR PAG-DEVO CON UNA         *
014920*    DEVOLUCION (FORMATO DE PAGOFILE; SOLO EL PRINCIPAL).  EL   *
014925*    DINERO YA LO MUEVEN EL ABONO DE LA LIQUIDACION Y EL CARGO  *
014930*    DE LA ORDEN POR EL RESTO: SE ASIENTAN COMO INFORMATIVAS.   *
014935*--------------------------------------------------------------*
014940 FD  COMPFILE
014945     RECORDING MODE IS F
014950     LABEL RECORDS ARE STANDARD.
014955 01  CMP-PAGO-REC.
014960     05 CMP-TAXPAYER-ID          PIC X(09).
014965     05 CMP-NUM-CUOTA            PIC 9(01).
014970     05 CMP-IMPORTE              PIC 9(09)V99.
014975     05 CMP-FECHA                PIC 9(08).
014980     05 FILLER                   PIC X(11).
014981
014982*--------------------------------------------------------------*
014983*    REEFILE - ORDENES DE PAGO QUE TESORERIA DEVOLVIO           *
014984*    RECHAZADAS O DEVUELTAS (CON-TESO).  EL DINERO NO SALIO:    *
014985*    UN ABONO ANULA EL CARGO DE LA ORDEN; LA REEMISION, SI LA   *
014986*    HAY, VOLVERA A CARGARSE CON SU ORDEN NUEVA.                *
014987*--------------------------------------------------------------*
014988 FD  REEFILE
014989     RECORDING MODE IS F
014990     LABEL RECORDS ARE STANDARD.
014991     COPY REEMREG.
015000
015005*--------------------------------------------------------------*
015010*    IMPFILE - CUOTAS REPUESTAS POR ADEUDO DIRECTO DEVUELTO     *
015015*    (DEV-ADEU, FORMATO DE PENFILE).  EL COBRO DE LA REMESA SE  *
015020*    ASENTO COMO PAGO DE CUOTA; AL NO LLEGAR, UN CARGO POR EL   *
015025*    IMPORTE DEVUELTO LO ANULA.                                 *
015030*--------------------------------------------------------------*
015035 FD  IMPFILE
015040     RECORDING MODE IS F
015045     LABEL RECORDS ARE STANDARD.
015050 01  IMP-CUOTA-REC.
015055     05 IMP-TAXPAYER-ID          PIC X(09).
015060     05 IMP-NUM-CUOTA            PIC 9(01).
015065     05 IMP-IMPORTE              PIC 9(09)V99.
015070     05 IMP-VENCIMIENTO          PIC 9(08).
015075     05 IMP-PAGADO               PIC 9(09)V99.
015080     05 FILLER                   PIC X(10).
015085
015086*--------------------------------------------------------------*
015087*    RECFILE - RECARGOS DEL SEGUNDO AVISO Y DE APREMIO QUE      *
015088*    NOTIFICO VIA-APRE, POR LA DIFERENCIA SOBRE EL RECARGO      *
015089*    ANTERIOR DEL EXPEDIENTE: CARGO EN LA CUENTA.               *
015090*--------------------------------------------------------------*
015091 FD  RECFILE
015092     RECORDING MODE IS F
015093     LABEL RECORDS ARE STANDARD.
015094     COPY RECAREG.
015095
015100 FD  CTAFILE.
015200     COPY CTACREG.
015300
015400 FD  REPTFILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700 01  RPT-LINEA                   PIC X(132).
015800
015900 WORKING-STORAGE SECTION.
016000
016100 01  ASC-FILE-STATUSES.
016200     05 ASC-PARMFILE-STATUS      PIC X(02) VALUE '00'.
016300     05 ASC-LIQFILE-STATUS       PIC X(02) VALUE '00'.
016400     05 ASC-LIQSUP-STATUS        PIC X(02) VALUE '00'.
016500     05 ASC-PAGOFILE-STATUS      PIC X(02) VALUE '00'.
016600     05 ASC-PENFILE-STATUS       PIC X(02) VALUE '00'.
016700     05 ASC-ORDFILE-STATUS       PIC X(02) VALUE '00'.
016800     05 ASC-HOLDOUT-STATUS       PIC X(02) VALUE '00'.
016810     05 ASC-COMPFILE-STATUS      PIC X(02) VALUE '00'.
016820     05 ASC-REEFILE-STATUS       PIC X(02) VALUE '00'.
016830     05 ASC-IMPFILE-STATUS       PIC X(02) VALUE '00'.
016840     05 ASC-RECFILE-STATUS       PIC X(02) VALUE '00'.
016900     05 ASC-CTAFILE-STATUS       PIC X(02) VALUE '00'.
017000     05 ASC-REPTFILE-STATUS      PIC X(02) VALUE '00'.
017100
017200 01  ASC-ERROR-CONTROL.
017300     05 ASC-ERROR-ARCHIVO        PIC X(08).
017400     05 ASC-ERROR-STATUS         PIC X(02).
017500
017600 01  ASC-SWITCHES.
017700     05 ASC-PRM-EOF-SW           PIC X(01) VALUE 'N'.
017800         88 ASC-PRM-EOF              VALUE 'Y'.
017900     05 ASC-LIQ-EOF-SW           PIC X(01) VALUE 'N'.
018000         88 ASC-LIQ-EOF              VALUE 'Y'.
018100     05 ASC-LSU-EOF-SW           PIC X(01) VALUE 'N'.
018200         88 ASC-LSU-EOF              VALUE 'Y'.
018300     05 ASC-PAG-EOF-SW           PIC X(01) VALUE 'N'.
018400         88 ASC-PAG-EOF              VALUE 'Y'.
018500     05 ASC-PEN-EOF-SW           PIC X(01) VALUE 'N'.
018600         88 ASC-PEN-EOF              VALUE 'Y'.
018700     05 ASC-ORD-EOF-SW           PIC X(01) VALUE 'N'.
018800         88 ASC-ORD-EOF              VALUE 'Y'.
018900     05 ASC-HLD-EOF-SW           PIC X(01) VALUE 'N'.
019000         88 ASC-HLD-EOF              VALUE 'Y'.
019010     05 ASC-CMP-EOF-SW           PIC X(01) VALUE 'N'.
019020         88 ASC-CMP-EOF              VALUE 'Y'.
019030     05 ASC-REE-EOF-SW           PIC X(01) VALUE 'N'.
019040         88 ASC-REE-EOF              VALUE 'Y'.
019050     05 ASC-IMP-EOF-SW           PIC X(01) VALUE 'N'.
019060         88 ASC-IMP-EOF              VALUE 'Y'.
019070     05 ASC-RCA-EOF-SW           PIC X(01) VALUE 'N'.
019080         88 ASC-RCA-EOF              VALUE 'Y'.
019100     05 ASC-CABECERA-SW          PIC X(01) VALUE 'N'.
019200         88 ASC-CABECERA-EXISTE      VALUE 'S'.
019300         88 ASC-CABECERA-NUEVA       VALUE 'N'.
019400
019500 01  ASC-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
019600 01  ASC-FECHA-ULTIMO-LOTE       PIC 9(08) VALUE ZERO.
019700
019800*--------------------------------------------------------------*
019900*    PARAMETROS VIGENTES - SOLO EL RECARGO DE MORA, CON LA      *
020000*    MISMA REGLA QUE CON-FRAC: JUEGO VIGENTE POR FECHA Y        *
020100*    ESPACIOS (JUEGO ANTERIOR AL CAMPO) COMO CERO.              *
020200*--------------------------------------------------------------*
020300 01  ASC-PARAMETROS.
020400     05 ASC-PRM-VIGENCIA         PIC 9(08) VALUE ZERO.
020500     05 ASC-RECARGO-MORA         PIC 9(02)V99 VALUE ZERO.
020600     05 ASC-RECARGO-ED           PIC Z9.99.
020700
020800*--------------------------------------------------------------*
020900*    MOVIMIENTO EN CURSO - LO PREPARA CADA PARRAFO DE ORIGEN    *
021000*    Y LO ASIENTA ASIENTA-MOVIMIENTO SOBRE LA CABECERA YA       *
021100*    LEIDA DEL CONTRIBUYENTE.                                   *
021200*--------------------------------------------------------------*
021300 01  ASC-MOVIMIENTO-W.
021400     05 ASC-MOV-ID               PIC X(09).
021500     05 ASC-MOV-FECHA            PIC 9(08).
021600     05 ASC-MOV-TIPO             PIC X(02).
021700     05 ASC-MOV-SIGNO            PIC X(01).
021800         88 ASC-MOV-CARGO            VALUE 'D'.
021900         88 ASC-MOV-ABONO            VALUE 'H'.
022000         88 ASC-MOV-INFORMATIVO      VALUE 'I'.
022100     05 ASC-MOV-IMPORTE          PIC 9(09)V99.
022200     05 ASC-MOV-ORIGEN           PIC X(08).
022300     05 ASC-MOV-REFERENCIA       PIC X(10).
022400
022500 01  ASC-CABECERA-W              PIC X(120).
022600 01  ASC-NUM-MOV                 PIC 9(05) VALUE ZERO.
022700 01  ASC-SALDO                   PIC S9(11)V99 VALUE ZERO.
022800 01  ASC-SALDO-ABS               PIC 9(11)V99 VALUE ZERO.
022900 01  ASC-IDX-CUOTA               PIC 9(02)  COMP.
023000
023100 01  ASC-CALCULO.
023200     05 ASC-PEN-PAGADO           PIC 9(09)V99.
023300     05 ASC-PEN-SALDO            PIC S9(09)V99.
023400     05 ASC-RECARGO              PIC 9(09)V99.
023500
023600 01  ASC-TOTALES.
023700     05 ASC-TOTAL-LIQUIDACIONES  PIC 9(09) VALUE ZERO.
023800     05 ASC-TOTAL-SUPLEMENTARIAS PIC 9(09) VALUE ZERO.
023900     05 ASC-TOTAL-PAGOS          PIC 9(09) VALUE ZERO.
024000     05 ASC-TOTAL-RECARGOS       PIC 9(09) VALUE ZERO.
024100     05 ASC-TOTAL-ORDENES        PIC 9(09) VALUE ZERO.
024200     05 ASC-TOTAL-RETENIDAS      PIC 9(09) VALUE ZERO.
024210     05 ASC-TOTAL-COMPENSACIONES PIC 9(09) VALUE ZERO.
024220     05 ASC-TOTAL-ANULACIONES    PIC 9(09) VALUE ZERO.
024230     05 ASC-TOTAL-DEVOL-ADEUDOS  PIC 9(09) VALUE ZERO.
024240     05 ASC-TOTAL-RECARGOS-APREM PIC 9(09) VALUE ZERO.
024300     05 ASC-TOTAL-MOVIMIENTOS    PIC 9(09) VALUE ZERO.
024400     05 ASC-TOTAL-CUENTAS-NUEVAS PIC 9(09) VALUE ZERO.
024500     05 ASC-TOTAL-INCIDENCIAS    PIC 9(09) VALUE ZERO.
024600     05 ASC-TOTAL-CARGO          PIC 9(11)V99 VALUE ZERO.
024700     05 ASC-TOTAL-ABONO          PIC 9(11)V99 VALUE ZERO.
024800     05 ASC-TOTAL-CARGO-ED       PIC Z(10)9.99.
024900     05 ASC-TOTAL-ABONO-ED       PIC Z(10)9.99.
025000
025100*--------------------------------------------------------------*
025200*    LINEAS DEL LISTADO DE ASIENTOS.                            *
025300*--------------------------------------------------------------*
025400 01  ASC-LIN-TITULO.
025500     05 FILLER                   PIC X(52) VALUE
025600         'ASI-CTA - ASIENTOS DE LA CUENTA CORRIENTE - FECHA:  '.
025700     05 ASC-TIT-FECHA            PIC 9(08).
025800     05 FILLER                   PIC X(72) VALUE SPACES.
025900
026000 01  ASC-LIN-CABECERA.
026100     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
026200     05 FILLER                   PIC X(10) VALUE 'FECHA     '.
026300     05 FILLER                   PIC X(05) VALUE 'TIPO '.
026400     05 FILLER                   PIC X(03) VALUE 'DH '.
026500     05 FILLER                   PIC X(15) VALUE 'IMPORTE'.
026600     05 FILLER                   PIC X(18) VALUE 'SALDO'.
026700     05 FILLER                   PIC X(10) VALUE 'ORIGEN    '.
026800     05 FILLER                   PIC X(59) VALUE 'REFERENCIA'.
026900
027000 01  ASC-LIN-DETALLE.
027100     05 ASC-DET-ID               PIC X(09).
027200     05 FILLER                   PIC X(03) VALUE SPACES.
027300     05 ASC-DET-FECHA            PIC 9(08).
027400     05 FILLER                   PIC X(02) VALUE SPACES.
027500     05 ASC-DET-TIPO             PIC X(02).
027600     05 FILLER                   PIC X(03) VALUE SPACES.
027700     05 ASC-DET-SIGNO            PIC X(01).
027800     05 FILLER                   PIC X(02) VALUE SPACES.
027900     05 ASC-DET-IMPORTE          PIC ZZZZZZZZ9.99.
028000     05 FILLER                   PIC X(03) VALUE SPACES.
028100     05 ASC-DET-SALDO            PIC ZZZZZZZZZZ9.99.
028200     05 ASC-DET-DEUDOR           PIC X(01).
028300     05 FILLER                   PIC X(03) VALUE SPACES.
028400     05 ASC-DET-ORIGEN           PIC X(08).
028500     05 FILLER                   PIC X(02) VALUE SPACES.
028600     05 ASC-DET-REFERENCIA       PIC X(10).
028700     05 FILLER                   PIC X(49) VALUE SPACES.
028800
028900 01  ASC-LIN-INCIDENCIA.
029000     05 ASC-INC-ROTULO           PIC X(24).
029100     05 ASC-INC-REGISTRO         PIC X(70).
029200     05 FILLER                   PIC X(38) VALUE SPACES.
029300
029400 01  ASC-LIN-TOTAL.
029500     05 ASC-TOT-ROTULO           PIC X(18).
029600     05 ASC-TOT-IMPORTE          PIC Z(10)9.99.
029700     05 FILLER                   PIC X(100) VALUE SPACES.
029800
029900 PROCEDURE DIVISION.
030000
030100 MAIN-PROCEDURE.
030200
030300     PERFORM INICIO.
030400
030500     PERFORM ASIENTA-LIQUIDACION
030600         WITH TEST AFTER UNTIL ASC-LIQ-EOF.
030700
030800     PERFORM ASIENTA-SUPLEMENTARIA
030900         WITH TEST AFTER UNTIL ASC-LSU-EOF.
031000
031100     PERFORM ASIENTA-PAGO WITH TEST AFTER UNTIL ASC-PAG-EOF.
031200
031300     PERFORM ASIENTA-RECARGO WITH TEST AFTER UNTIL ASC-PEN-EOF.
031400
031500     PERFORM ASIENTA-ORDEN WITH TEST AFTER UNTIL ASC-ORD-EOF.
031600
031700     PERFORM ASIENTA-RETENIDA WITH TEST AFTER UNTIL ASC-HLD-EOF.
031710
031720     PERFORM ASIENTA-COMPENSACION
031730         WITH TEST AFTER UNTIL ASC-CMP-EOF.
031740
031750     PERFORM ASIENTA-ANULACION WITH TEST AFTER UNTIL ASC-REE-EOF.
031760
031770     PERFORM ASIENTA-DEVOL-ADEUDO
031775         WITH TEST AFTER UNTIL ASC-IMP-EOF.
031780
031785     PERFORM ASIENTA-RECARGO-APREMIO
031790         WITH TEST AFTER UNTIL ASC-RCA-EOF.
031800
031900     PERFORM GRABA-CONTROL.
032000
032100     PERFORM FIN.
032200
032300 INICIO.
032400
032500     DISPLAY 'ASI-CTA - ASIENTOS DE LA CUENTA CORRIENTE'.
032600
032700     ACCEPT ASC-FECHA-EJECUCION FROM DATE YYYYMMDD.
032800
032900     PERFORM CARGA-PARAMETROS.
033000
033100     PERFORM ABRE-CUENTA.
033200
033300     PERFORM COMPRUEBA-LOTE.
033400
033500     OPEN INPUT LIQFILE.
033600     MOVE 'LIQFILE ' TO ASC-ERROR-ARCHIVO.
033700     MOVE ASC-LIQFILE-STATUS TO ASC-ERROR-STATUS.
033800     PERFORM VERIFICA-ESTADO-ARCHIVO.
033900
034000     OPEN INPUT LIQSUP.
034100     MOVE 'LIQSUP  ' TO ASC-ERROR-ARCHIVO.
034200     MOVE ASC-LIQSUP-STATUS TO ASC-ERROR-STATUS.
034300     PERFORM VERIFICA-ESTADO-ARCHIVO.
034400
034500     OPEN INPUT PAGOFILE.
034600     MOVE 'PAGOFILE' TO ASC-ERROR-ARCHIVO.
034700     MOVE ASC-PAGOFILE-STATUS TO ASC-ERROR-STATUS.
034800     PERFORM VERIFICA-ESTADO-ARCHIVO.
034900
035000     OPEN INPUT PENFILE.
035100     MOVE 'PENFILE ' TO ASC-ERROR-ARCHIVO.
035200     MOVE ASC-PENFILE-STATUS TO ASC-ERROR-STATUS.
035300     PERFORM VERIFICA-ESTADO-ARCHIVO.
035400
035500     OPEN INPUT ORDFILE.
035600     MOVE 'ORDFILE ' TO ASC-ERROR-ARCHIVO.
035700     MOVE ASC-ORDFILE-STATUS TO ASC-ERROR-STATUS.
035800     PERFORM VERIFICA-ESTADO-ARCHIVO.
035900
036000     OPEN INPUT HOLDOUT.
036100     MOVE 'HOLDOUT ' TO ASC-ERROR-ARCHIVO.
036200     MOVE ASC-HOLDOUT-STATUS TO ASC-ERROR-STATUS.
036300     PERFORM VERIFICA-ESTADO-ARCHIVO.
036310
036320     OPEN INPUT COMPFILE.
036330     MOVE 'COMPFILE' TO ASC-ERROR-ARCHIVO.
036340     MOVE ASC-COMPFILE-STATUS TO ASC-ERROR-STATUS.
036350     PERFORM VERIFICA-ESTADO-ARCHIVO.
036355
036360     OPEN INPUT REEFILE.
036365     MOVE 'REEFILE ' TO ASC-ERROR-ARCHIVO.
036370     MOVE ASC-REEFILE-STATUS TO ASC-ERROR-STATUS.
036375     PERFORM VERIFICA-ESTADO-ARCHIVO.
036377
036379     OPEN INPUT IMPFILE.
036381     MOVE 'IMPFILE ' TO ASC-ERROR-ARCHIVO.
036383     MOVE ASC-IMPFILE-STATUS TO ASC-ERROR-STATUS.
036385     PERFORM VERIFICA-ESTADO-ARCHIVO.
036387
036389     OPEN INPUT RECFILE.
036391     MOVE 'RECFILE ' TO ASC-ERROR-ARCHIVO.
036393     MOVE ASC-RECFILE-STATUS TO ASC-ERROR-STATUS.
036395     PERFORM VERIFICA-ESTADO-ARCHIVO.
036400
036500     OPEN OUTPUT REPTFILE.
036600     MOVE 'REPTFILE' TO ASC-ERROR-ARCHIVO.
036700     MOVE ASC-REPTFILE-STATUS TO ASC-ERROR-STATUS.
036800     PERFORM VERIFICA-ESTADO-ARCHIVO.
036900
037000     MOVE ASC-FECHA-EJECUCION TO ASC-TIT-FECHA.
037100     MOVE ASC-LIN-TITULO TO RPT-LINEA.
037200     PERFORM ESCRIBE-LINEA.
037300     MOVE SPACES TO RPT-LINEA.
037400     PERFORM ESCRIBE-LINEA.
037500     MOVE ASC-LIN-CABECERA TO RPT-LINEA.
037600     PERFORM ESCRIBE-LINEA.
037700     MOVE SPACES TO RPT-LINEA.
037800     PERFORM ESCRIBE-LINEA.
037900
038000*--------------------------------------------------------------*
038100*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
038200*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
038300*--------------------------------------------------------------*
038400 VERIFICA-ESTADO-ARCHIVO.
038500
038600     IF ASC-ERROR-STATUS NOT = '00'
038700         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' ASC-ERROR-ARCHIVO
038800         DISPLAY '*** FILE STATUS            : ' ASC-ERROR-STATUS
038900         MOVE 16 TO RETURN-CODE
039000         STOP RUN
039100     END-IF.
039200
039300*--------------------------------------------------------------*
039400*    CARGA-PARAMETROS - JUEGO VIGENTE POR FECHA, COMO CON-FRAC; *
039500*    AQUI SOLO INTERESA EL RECARGO DE MORA.                     *
039600*--------------------------------------------------------------*
039700 CARGA-PARAMETROS.
039800
039900     OPEN INPUT PARMFILE.
040000     MOVE 'PARMFILE' TO ASC-ERROR-ARCHIVO.
040100     MOVE ASC-PARMFILE-STATUS TO ASC-ERROR-STATUS.
040200     PERFORM VERIFICA-ESTADO-ARCHIVO.
040300
040400     PERFORM LEE-PARAMETRO WITH TEST AFTER UNTIL ASC-PRM-EOF.
040500
040600     CLOSE PARMFILE.
040700
040800     IF ASC-PRM-VIGENCIA = 0
040900         DISPLAY '*** SIN JUEGO DE PARAMETROS VIGENTE PARA LA '
041000             'FECHA ' ASC-FECHA-EJECUCION
041100         MOVE 16 TO RETURN-CODE
041200         STOP RUN
041300     END-IF.
041400
041500     MOVE ASC-RECARGO-MORA TO ASC-RECARGO-ED.
041600     DISPLAY 'JUEGO VIGENTE DESDE : ' ASC-PRM-VIGENCIA.
041700     DISPLAY 'RECARGO DE MORA     : ' ASC-RECARGO-ED ' %'.
041800
041900 LEE-PARAMETRO.
042000
042100     READ PARMFILE
042200         AT END
042300             SET ASC-PRM-EOF TO TRUE
042400         NOT AT END
042500             IF PRM-FECHA-VIGENCIA NOT > ASC-FECHA-EJECUCION
042600                 AND PRM-FECHA-VIGENCIA NOT < ASC-PRM-VIGENCIA
042700                 MOVE PRM-FECHA-VIGENCIA TO ASC-PRM-VIGENCIA
042800                 IF PRM-RECARGO-MORA NUMERIC
042900                     MOVE PRM-RECARGO-MORA TO ASC-RECARGO-MORA
043000                 ELSE
043100                     MOVE ZERO TO ASC-RECARGO-MORA
043200                 END-IF
043300             END-IF
043400     END-READ.
043500
043600*--------------------------------------------------------------*
043700*    ABRE-CUENTA - LA CUENTA CORRIENTE SE ABRE I-O: SI TODAVIA  *
043800*    NO EXISTE (PRIMER LOTE), STATUS '35', SE CREA VACIA        *
043900*    ABRIENDOLA OUTPUT Y SE REABRE I-O.                         *
044000*--------------------------------------------------------------*
044100 ABRE-CUENTA.
044200
044300     OPEN I-O CTAFILE.
044400     IF ASC-CTAFILE-STATUS = '35'
044500         OPEN OUTPUT CTAFILE
044600         MOVE 'CTAFILE ' TO ASC-ERROR-ARCHIVO
044700         MOVE ASC-CTAFILE-STATUS TO ASC-ERROR-STATUS
044800         PERFORM VERIFICA-ESTADO-ARCHIVO
044900         CLOSE CTAFILE
045000         OPEN I-O CTAFILE
045100     END-IF.
045200     MOVE 'CTAFILE ' TO ASC-ERROR-ARCHIVO.
045300     MOVE ASC-CTAFILE-STATUS TO ASC-ERROR-STATUS.
045400     PERFORM VERIFICA-ESTADO-ARCHIVO.
045500
045600*--------------------------------------------------------------*
045700*    COMPRUEBA-LOTE - UN LOTE YA ASENTADO NO SE VUELVE A        *
045800*    ASENTAR: DUPLICARIA CADA MOVIMIENTO DEL DIA EN EL SALDO.   *
045900*--------------------------------------------------------------*
046000 COMPRUEBA-LOTE.
046100
046200     MOVE SPACES TO ASC-MOV-ID.
046300     PERFORM LEE-CABECERA.
046400     MOVE CTA-CAB-FECHA-ULTIMO TO ASC-FECHA-ULTIMO-LOTE.
046500
046600     IF ASC-FECHA-ULTIMO-LOTE NOT < ASC-FECHA-EJECUCION
046700         DISPLAY '*** EL LOTE DEL ' ASC-FECHA-EJECUCION
046800             ' YA ESTA ASENTADO (ULTIMO LOTE: '
046900             ASC-FECHA-ULTIMO-LOTE ')'
047000         MOVE 16 TO RETURN-CODE
047100         STOP RUN
047200     END-IF.
047300
047400     DISPLAY 'ULTIMO LOTE ASENTADO: ' ASC-FECHA-ULTIMO-LOTE.
047500
047600*--------------------------------------------------------------*
047700*    ASIENTA-LIQUIDACION - LIQUIDACION NOCTURNA DE CAL-TAX:     *
047800*    SALDO A PAGAR (D) ES UN CARGO, DEVOLUCION (R) UN ABONO;    *
047900*    UNA LIQUIDACION CUADRADA (C) NO MUEVE DINERO.              *
048000*--------------------------------------------------------------*
048100 ASIENTA-LIQUIDACION.
048200
048300     READ LIQFILE
048400         AT END
048500             SET ASC-LIQ-EOF TO TRUE
048600     END-READ.
048700
048800     IF NOT ASC-LIQ-EOF
048900         IF (LIQ-SALDO-A-PAGAR OR LIQ-DEVOLUCION)
049000             AND LIQ-IMPORTE-NETO > 0
049100             ADD 1 TO ASC-TOTAL-LIQUIDACIONES
049200             MOVE LIQ-TAXPAYER-ID TO ASC-MOV-ID
049300             MOVE ASC-FECHA-EJECUCION TO ASC-MOV-FECHA
049400             MOVE 'LQ' TO ASC-MOV-TIPO
049500             IF LIQ-SALDO-A-PAGAR
049600                 SET ASC-MOV-CARGO TO TRUE
049700             ELSE
049800                 SET ASC-MOV-ABONO TO TRUE
049900             END-IF
050000             MOVE LIQ-IMPORTE-NETO TO ASC-MOV-IMPORTE
050100             MOVE 'LIQFILE ' TO ASC-MOV-ORIGEN
050200             MOVE SPACES TO ASC-MOV-REFERENCIA
050300             PERFORM LEE-CABECERA
050400             PERFORM ASIENTA-MOVIMIENTO
050500         END-IF
050600     END-IF.
050700
050800*--------------------------------------------------------------*
050900*    ASIENTA-SUPLEMENTARIA - DELTA DE UNA RECTIFICATIVA:        *
051000*    CUOTA ADICIONAL (D) ES UN CARGO, DEVOLUCION ADICIONAL (R)  *
051100*    UN ABONO.                                                  *
051200*--------------------------------------------------------------*
051300 ASIENTA-SUPLEMENTARIA.
051400
051500     READ LIQSUP
051600         AT END
051700             SET ASC-LSU-EOF TO TRUE
051800     END-READ.
051900
052000     IF NOT ASC-LSU-EOF
052100         IF (LSU-SALDO-A-PAGAR OR LSU-DEVOLUCION)
052200             AND LSU-IMPORTE-NETO > 0
052300             ADD 1 TO ASC-TOTAL-SUPLEMENTARIAS
052400             MOVE LSU-TAXPAYER-ID TO ASC-MOV-ID
052500             MOVE ASC-FECHA-EJECUCION TO ASC-MOV-FECHA
052600             MOVE 'RC' TO ASC-MOV-TIPO
052700             IF LSU-SALDO-A-PAGAR
052800                 SET ASC-MOV-CARGO TO TRUE
052900             ELSE
053000                 SET ASC-MOV-ABONO TO TRUE
053100             END-IF
053200             MOVE LSU-IMPORTE-NETO TO ASC-MOV-IMPORTE
053300             MOVE 'LIQSUP  ' TO ASC-MOV-ORIGEN
053400             MOVE SPACES TO ASC-MOV-REFERENCIA
053500             PERFORM LEE-CABECERA
053600             PERFORM ASIENTA-MOVIMIENTO
053700         END-IF
053800     END-IF.
053900
054000*--------------------------------------------------------------*
054100*    ASIENTA-PAGO - CADA PAGO DE CUOTA RECIBIDO ES UN ABONO,    *
054200*    CON LA FECHA DEL PAGO.  UN IMPORTE NO NUMERICO ES          *
054300*    INCIDENCIA (CON-FRAC TAMPOCO LO APLICA).                   *
054400*--------------------------------------------------------------*
054500 ASIENTA-PAGO.
054600
054700     READ PAGOFILE
054800         AT END
054900             SET ASC-PAG-EOF TO TRUE
055000     END-READ.
055100
055200     IF NOT ASC-PAG-EOF
055300         IF PAG-IMPORTE NUMERIC
055400             IF PAG-IMPORTE > 0
055500                 ADD 1 TO ASC-TOTAL-PAGOS
055600                 MOVE PAG-TAXPAYER-ID TO ASC-MOV-ID
055700                 MOVE PAG-FECHA TO ASC-MOV-FECHA
055800                 MOVE 'PC' TO ASC-MOV-TIPO
055900                 SET ASC-MOV-ABONO TO TRUE
056000                 MOVE PAG-IMPORTE TO ASC-MOV-IMPORTE
056100                 MOVE 'PAGOFILE' TO ASC-MOV-ORIGEN
056200                 MOVE 'CUOTA' TO ASC-MOV-REFERENCIA
056300                 MOVE PAG-NUM-CUOTA TO ASC-MOV-REFERENCIA (7:1)
056400                 PERFORM LEE-CABECERA
056500                 PERFORM ASIENTA-MOVIMIENTO
056600             END-IF
056700         ELSE
056800             MOVE 'PAGO NO NUMERICO     :  ' TO ASC-INC-ROTULO
056900             MOVE PAG-PAGO-REC TO ASC-INC-REGISTRO
057000             PERFORM REPORTA-INCIDENCIA
057100         END-IF
057200     END-IF.
057300
057400*--------------------------------------------------------------*
057500*    ASIENTA-RECARGO - CON-FRAC RECALCULA CADA DIA EL RECARGO   *
057600*    DE MORA SOBRE EL SALDO DE CADA CUOTA VENCIDA SIN           *
057700*    CAPITALIZARLO.  LA CUENTA SOLO CARGA LO QUE EXCEDA DE LO   *
057800*    YA CARGADO PARA ESA CUOTA (CABECERA, POR NUMERO DE CUOTA   *
057900*    Y VENCIMIENTO); UN PAGO PARCIAL POSTERIOR NO DESCARGA EL   *
058000*    RECARGO YA DEVENGADO.                                      *
058100*--------------------------------------------------------------*
058200 ASIENTA-RECARGO.
058300
058400     READ PENFILE
058500         AT END
058600             SET ASC-PEN-EOF TO TRUE
058700     END-READ.
058800
058900     IF NOT ASC-PEN-EOF
059000         IF PEN-VENCIMIENTO < ASC-FECHA-EJECUCION
059100             AND PEN-NUM-CUOTA NUMERIC
059200             AND PEN-NUM-CUOTA > 0
059300             AND PEN-NUM-CUOTA < 5
059400             IF PEN-PAGADO NUMERIC
059500                 MOVE PEN-PAGADO TO ASC-PEN-PAGADO
059600             ELSE
059700                 MOVE ZERO TO ASC-PEN-PAGADO
059800             END-IF
059900             COMPUTE ASC-PEN-SALDO = PEN-IMPORTE - ASC-PEN-PAGADO
060000             IF ASC-PEN-SALDO > 0
060100                 COMPUTE ASC-RECARGO ROUNDED =
060200                     (ASC-PEN-SALDO * ASC-RECARGO-MORA) / 100
060300                 PERFORM CARGA-RECARGO-CUOTA
060400             END-IF
060500         END-IF
060600     END-IF.
060700
060800 CARGA-RECARGO-CUOTA.
060900
061000     MOVE PEN-TAXPAYER-ID TO ASC-MOV-ID.
061100     PERFORM LEE-CABECERA.
061200     MOVE PEN-NUM-CUOTA TO ASC-IDX-CUOTA.
061300
061400*    OTRO VENCIMIENTO EN LA MISMA CUOTA ES OTRA CAMPANA: EL     *
061500*    RECARGO ACUMULADO DE ESA POSICION EMPIEZA DE CERO.         *
061600     IF CTA-CAB-REC-VENCIMIENTO (ASC-IDX-CUOTA)
061700         NOT = PEN-VENCIMIENTO
061800         MOVE PEN-VENCIMIENTO
061900             TO CTA-CAB-REC-VENCIMIENTO (ASC-IDX-CUOTA)
062000         MOVE ZERO TO CTA-CAB-REC-IMPORTE (ASC-IDX-CUOTA)
062100     END-IF.
062200
062300     IF ASC-RECARGO > CTA-CAB-REC-IMPORTE (ASC-IDX-CUOTA)
062400         ADD 1 TO ASC-TOTAL-RECARGOS
062500         COMPUTE ASC-MOV-IMPORTE =
062600             ASC-RECARGO - CTA-CAB-REC-IMPORTE (ASC-IDX-CUOTA)
062700         MOVE ASC-RECARGO TO CTA-CAB-REC-IMPORTE (ASC-IDX-CUOTA)
062800         MOVE ASC-FECHA-EJECUCION TO ASC-MOV-FECHA
062900         MOVE 'RM' TO ASC-MOV-TIPO
063000         SET ASC-MOV-CARGO TO TRUE
063100         MOVE 'PENFILE ' TO ASC-MOV-ORIGEN
063200         MOVE 'CUOTA' TO ASC-MOV-REFERENCIA
063300         MOVE PEN-NUM-CUOTA TO ASC-MOV-REFERENCIA (7:1)
063400         PERFORM ASIENTA-MOVIMIENTO
063500     END-IF.
063600
063700*--------------------------------------------------------------*
063800*    ASIENTA-ORDEN - LA ORDEN DE PAGO DE UNA DEVOLUCION SALDA   *
063900*    LO QUE SE LE DEBIA AL CONTRIBUYENTE: ES UN CARGO.          *
064000*--------------------------------------------------------------*
064100 ASIENTA-ORDEN.
064200
064300     READ ORDFILE
064400         AT END
064500             SET ASC-ORD-EOF TO TRUE
064600     END-READ.
064700
064800     IF NOT ASC-ORD-EOF
064900         ADD 1 TO ASC-TOTAL-ORDENES
065000         MOVE ORD-TAXPAYER-ID TO ASC-MOV-ID
065100         MOVE ORD-FECHA TO ASC-MOV-FECHA
065200         MOVE 'OP' TO ASC-MOV-TIPO
065300         SET ASC-MOV-CARGO TO TRUE
065400         MOVE ORD-IMPORTE TO ASC-MOV-IMPORTE
065500         MOVE 'ORDFILE ' TO ASC-MOV-ORIGEN
065600         MOVE ORD-NUM-ORDEN TO ASC-MOV-REFERENCIA
065700         PERFORM LEE-CABECERA
065800         PERFORM ASIENTA-MOVIMIENTO
065900     END-IF.
066000
066100*--------------------------------------------------------------*
066200*    ASIENTA-RETENIDA - UNA DEVOLUCION RETENIDA PARA REVISION   *
066300*    NO MUEVE DINERO (EL ABONO YA ENTRO CON SU LIQUIDACION):    *
066400*    SE ASIENTA COMO INFORMATIVA SOLO LA PRIMERA VEZ, ES DECIR, *
066500*    SI SE RETUVO DESPUES DEL ULTIMO LOTE ASENTADO.             *
066600*--------------------------------------------------------------*
066700 ASIENTA-RETENIDA.
066800
066900     READ HOLDOUT
067000         AT END
067100             SET ASC-HLD-EOF TO TRUE
067200     END-READ.
067300
067400     IF NOT ASC-HLD-EOF
067500         IF HLD-FECHA-RETENIDA > ASC-FECHA-ULTIMO-LOTE
067600             ADD 1 TO ASC-TOTAL-RETENIDAS
067700             MOVE HLD-TAXPAYER-ID TO ASC-MOV-ID
067800             MOVE HLD-FECHA-RETENIDA TO ASC-MOV-FECHA
067900             MOVE 'RT' TO ASC-MOV-TIPO
068000             SET ASC-MOV-INFORMATIVO TO TRUE
068100             MOVE HLD-IMPORTE TO ASC-MOV-IMPORTE
068200             MOVE 'HOLDOUT ' TO ASC-MOV-ORIGEN
068300             MOVE SPACES TO ASC-MOV-REFERENCIA
068400             PERFORM LEE-CABECERA
068500             PERFORM ASIENTA-MOVIMIENTO
068600         END-IF
068700     END-IF.
068702
068704*--------------------------------------------------------------*
068706*    ASIENTA-COMPENSACION - CUOTA SALDADA CON UNA DEVOLUCION EN *
068708*    LUGAR DE PAGARSE: INFORMATIVA, CON LA FECHA DE LA          *
068710*    COMPENSACION.                                              *
068712*--------------------------------------------------------------*
068714 ASIENTA-COMPENSACION.
068716
068718     READ COMPFILE
068720         AT END
068722             SET ASC-CMP-EOF TO TRUE
068724     END-READ.
068726
068728     IF NOT ASC-CMP-EOF
068730         ADD 1 TO ASC-TOTAL-COMPENSACIONES
068732         MOVE CMP-TAXPAYER-ID TO ASC-MOV-ID
068734         MOVE CMP-FECHA TO ASC-MOV-FECHA
068736         MOVE 'CO' TO ASC-MOV-TIPO
068738         SET ASC-MOV-INFORMATIVO TO TRUE
068740         MOVE CMP-IMPORTE TO ASC-MOV-IMPORTE
068742         MOVE 'COMPFILE' TO ASC-MOV-ORIGEN
068744         MOVE 'CUOTA' TO ASC-MOV-REFERENCIA
068746         MOVE CMP-NUM-CUOTA TO ASC-MOV-REFERENCIA (7:1)
068748         PERFORM LEE-CABECERA
068750         PERFORM ASIENTA-MOVIMIENTO
068752     END-IF.
068753
068754*--------------------------------------------------------------*
068755*    ASIENTA-ANULACION - ORDEN DE PAGO RECHAZADA O DEVUELTA:    *
068756*    ABONO POR SU IMPORTE, CON LA FECHA DEL RESULTADO DE        *
068757*    TESORERIA Y EL NUMERO DE LA ORDEN FALLIDA.                 *
068758*--------------------------------------------------------------*
068759 ASIENTA-ANULACION.
068760
068761     READ REEFILE
068762         AT END
068763             SET ASC-REE-EOF TO TRUE
068764     END-READ.
068765
068766     IF NOT ASC-REE-EOF
068767         ADD 1 TO ASC-TOTAL-ANULACIONES
068768         MOVE REE-TAXPAYER-ID TO ASC-MOV-ID
068769         MOVE REE-FECHA-RESULTADO TO ASC-MOV-FECHA
068770         MOVE 'AO' TO ASC-MOV-TIPO
068771         SET ASC-MOV-ABONO TO TRUE
068772         MOVE REE-IMPORTE TO ASC-MOV-IMPORTE
068773         MOVE 'REEFILE ' TO ASC-MOV-ORIGEN
068774         MOVE REE-NUM-ORDEN TO ASC-MOV-REFERENCIA
068775         PERFORM LEE-CABECERA
068776         PERFORM ASIENTA-MOVIMIENTO
068777     END-IF.
068800
068802*--------------------------------------------------------------*
068804*    ASIENTA-DEVOL-ADEUDO - ADEUDO DIRECTO DEVUELTO POR EL      *
068806*    BANCO: CARGO POR EL IMPORTE DEVUELTO, CON LA FECHA DEL     *
068808*    LOTE, QUE ANULA EL PAGO ASENTADO CON LA REMESA.            *
068810*--------------------------------------------------------------*
068812 ASIENTA-DEVOL-ADEUDO.
068814
068816     READ IMPFILE
068818         AT END
068820             SET ASC-IMP-EOF TO TRUE
068822     END-READ.
068824
068826     IF NOT ASC-IMP-EOF
068828         ADD 1 TO ASC-TOTAL-DEVOL-ADEUDOS
068830         MOVE IMP-TAXPAYER-ID TO ASC-MOV-ID
068832         MOVE ASC-FECHA-EJECUCION TO ASC-MOV-FECHA
068834         MOVE 'DA' TO ASC-MOV-TIPO
068836         SET ASC-MOV-CARGO TO TRUE
068838         MOVE IMP-IMPORTE TO ASC-MOV-IMPORTE
068840         MOVE 'IMPFILE ' TO ASC-MOV-ORIGEN
068842         MOVE 'CUOTA' TO ASC-MOV-REFERENCIA
068844         MOVE IMP-NUM-CUOTA TO ASC-MOV-REFERENCIA (7:1)
068846         PERFORM LEE-CABECERA
068848         PERFORM ASIENTA-MOVIMIENTO
068850     END-IF.
068852
068853*--------------------------------------------------------------*
068854*    ASIENTA-RECARGO-APREMIO - RECARGO DEL SEGUNDO AVISO O DE   *
068855*    APREMIO: CARGO POR LO QUE EXCEDE DEL RECARGO ANTERIOR DEL  *
068856*    EXPEDIENTE.  COMO LA RETENIDA, SOLO SI SE NOTIFICO DESPUES *
068857*    DEL ULTIMO LOTE ASENTADO: SI VIA-APRE NO CORRIO, LA        *
068858*    GENERACION ANTERIOR NO SE VUELVE A ASENTAR.                *
068859*--------------------------------------------------------------*
068860 ASIENTA-RECARGO-APREMIO.
068861
068862     READ RECFILE
068863         AT END
068864             SET ASC-RCA-EOF TO TRUE
068865     END-READ.
068866
068867     IF NOT ASC-RCA-EOF
068868         IF RCA-FECHA > ASC-FECHA-ULTIMO-LOTE
068869             ADD 1 TO ASC-TOTAL-RECARGOS-APREM
068870             MOVE RCA-TAXPAYER-ID TO ASC-MOV-ID
068871             MOVE RCA-FECHA TO ASC-MOV-FECHA
068872             MOVE 'RA' TO ASC-MOV-TIPO
068873             SET ASC-MOV-CARGO TO TRUE
068874             MOVE RCA-IMPORTE TO ASC-MOV-IMPORTE
068875             MOVE 'RECFILE ' TO ASC-MOV-ORIGEN
068876             MOVE 'CUOTA' TO ASC-MOV-REFERENCIA
068877             MOVE RCA-NUM-CUOTA TO ASC-MOV-REFERENCIA (7:1)
068878             PERFORM LEE-CABECERA
068879             PERFORM ASIENTA-MOVIMIENTO
068880         END-IF
068881     END-IF.
068882
068900*--------------------------------------------------------------*
069000*    LEE-CABECERA - DEJA EN EL AREA DEL REGISTRO LA CABECERA    *
069100*    DEL CONTRIBUYENTE DE ASC-MOV-ID.  SI NO TIENE CUENTA, LA   *
069200*    PREPARA A CERO; LA GRABA ASIENTA-MOVIMIENTO.               *
069300*--------------------------------------------------------------*
069400 LEE-CABECERA.
069500
069600     MOVE ASC-MOV-ID TO CTA-TAXPAYER-ID.
069700     MOVE ZERO TO CTA-NUM-MOV.
069800
069900     READ CTAFILE
070000         INVALID KEY
070100             SET ASC-CABECERA-NUEVA TO TRUE
070200         NOT INVALID KEY
070300             SET ASC-CABECERA-EXISTE TO TRUE
070400     END-READ.
070500
070600     IF ASC-CABECERA-NUEVA
070700         IF ASC-CTAFILE-STATUS NOT = '23'
070800             MOVE 'CTAFILE ' TO ASC-ERROR-ARCHIVO
070900             MOVE ASC-CTAFILE-STATUS TO ASC-ERROR-STATUS
071000             PERFORM VERIFICA-ESTADO-ARCHIVO
071100         END-IF
071200         MOVE SPACES TO CTA-CUENTA-REC
071300         MOVE ASC-MOV-ID TO CTA-TAXPAYER-ID
071400         MOVE ZERO TO CTA-NUM-MOV
071500         MOVE ZERO TO CTA-CAB-ULTIMO-MOV
071600         MOVE ZERO TO CTA-CAB-SALDO
071700         MOVE ZERO TO CTA-CAB-FECHA-ULTIMO
071800         PERFORM INICIA-RECARGO-CUOTA
071900             VARYING ASC-IDX-CUOTA FROM 1 BY 1
072000             UNTIL ASC-IDX-CUOTA > 4
072100     END-IF.
072200
072300 INICIA-RECARGO-CUOTA.
072400
072500     MOVE ZERO TO CTA-CAB-REC-VENCIMIENTO (ASC-IDX-CUOTA).
072600     MOVE ZERO TO CTA-CAB-REC-IMPORTE (ASC-IDX-CUOTA).
072700
072800*--------------------------------------------------------------*
072900*    ASIENTA-MOVIMIENTO - SOBRE LA CABECERA YA LEIDA: NUMERA EL *
073000*    MOVIMIENTO, ACTUALIZA EL SALDO (UN INFORMATIVO NO LO       *
073100*    TOCA), GRABA EL MOVIMIENTO CON EL SALDO QUE DEJA Y         *
073200*    REGRABA LA CABECERA.                                       *
073300*--------------------------------------------------------------*
073400 ASIENTA-MOVIMIENTO.
073500
073600     ADD 1 TO CTA-CAB-ULTIMO-MOV.
073700     IF ASC-MOV-CARGO
073800         ADD ASC-MOV-IMPORTE TO CTA-CAB-SALDO
073900         ADD ASC-MOV-IMPORTE TO ASC-TOTAL-CARGO
074000     END-IF.
074100     IF ASC-MOV-ABONO
074200         SUBTRACT ASC-MOV-IMPORTE FROM CTA-CAB-SALDO
074300         ADD ASC-MOV-IMPORTE TO ASC-TOTAL-ABONO
074400     END-IF.
074500     MOVE ASC-FECHA-EJECUCION TO CTA-CAB-FECHA-ULTIMO.
074600
074700     MOVE CTA-CAB-ULTIMO-MOV TO ASC-NUM-MOV.
074800     MOVE CTA-CAB-SALDO TO ASC-SALDO.
074900     MOVE CTA-CUENTA-REC TO ASC-CABECERA-W.
075000
075100     MOVE SPACES TO CTA-CUENTA-REC.
075200     MOVE ASC-MOV-ID TO CTA-TAXPAYER-ID.
075300     MOVE ASC-NUM-MOV TO CTA-NUM-MOV.
075400     MOVE ASC-MOV-FECHA TO CTA-FECHA.
075500     MOVE ASC-MOV-TIPO TO CTA-TIPO-MOV.
075600     MOVE ASC-MOV-SIGNO TO CTA-SIGNO.
075700     MOVE ASC-MOV-IMPORTE TO CTA-IMPORTE.
075800     MOVE ASC-SALDO TO CTA-SALDO.
075900     MOVE ASC-MOV-ORIGEN TO CTA-ORIGEN.
076000     MOVE ASC-MOV-REFERENCIA TO CTA-REFERENCIA.
076100     MOVE ASC-FECHA-EJECUCION TO CTA-FECHA-ASIENTO.
076200
076300     WRITE CTA-CUENTA-REC
076400         INVALID KEY
076500             DISPLAY '*** MOVIMIENTO YA EXISTENTE EN LA CUENTA: '
076600                 CTA-CLAVE
076700     END-WRITE.
076800     MOVE 'CTAFILE ' TO ASC-ERROR-ARCHIVO.
076900     MOVE ASC-CTAFILE-STATUS TO ASC-ERROR-STATUS.
077000     PERFORM VERIFICA-ESTADO-ARCHIVO.
077100
077200     ADD 1 TO ASC-TOTAL-MOVIMIENTOS.
077300     PERFORM ESCRIBE-DETALLE.
077400
077500     MOVE ASC-CABECERA-W TO CTA-CUENTA-REC.
077600     PERFORM GRABA-CABECERA.
077700
077800 GRABA-CABECERA.
077900
078000     IF ASC-CABECERA-NUEVA
078100         WRITE CTA-CUENTA-REC
078200         IF CTA-TAXPAYER-ID NOT = SPACES
078300             ADD 1 TO ASC-TOTAL-CUENTAS-NUEVAS
078400         END-IF
078500         SET ASC-CABECERA-EXISTE TO TRUE
078600     ELSE
078700         REWRITE CTA-CUENTA-REC
078800     END-IF.
078900     MOVE 'CTAFILE ' TO ASC-ERROR-ARCHIVO.
079000     MOVE ASC-CTAFILE-STATUS TO ASC-ERROR-STATUS.
079100     PERFORM VERIFICA-ESTADO-ARCHIVO.
079200
079300 ESCRIBE-DETALLE.
079400
079500     MOVE SPACES TO ASC-LIN-DETALLE.
079600     MOVE ASC-MOV-ID TO ASC-DET-ID.
079700     MOVE ASC-MOV-FECHA TO ASC-DET-FECHA.
079800     MOVE ASC-MOV-TIPO TO ASC-DET-TIPO.
079900     MOVE ASC-MOV-SIGNO TO ASC-DET-SIGNO.
080000     MOVE ASC-MOV-IMPORTE TO ASC-DET-IMPORTE.
080100     IF ASC-SALDO < 0
080200         COMPUTE ASC-SALDO-ABS = 0 - ASC-SALDO
080300         MOVE 'A' TO ASC-DET-DEUDOR
080400     ELSE
080500         MOVE ASC-SALDO TO ASC-SALDO-ABS
080600         IF ASC-SALDO > 0
080700             MOVE 'D' TO ASC-DET-DEUDOR
080800         END-IF
080900     END-IF.
081000     MOVE ASC-SALDO-ABS TO ASC-DET-SALDO.
081100     MOVE ASC-MOV-ORIGEN TO ASC-DET-ORIGEN.
081200     MOVE ASC-MOV-REFERENCIA TO ASC-DET-REFERENCIA.
081300     MOVE ASC-LIN-DETALLE TO RPT-LINEA.
081400     PERFORM ESCRIBE-LINEA.
081500
081600 REPORTA-INCIDENCIA.
081700
081800     ADD 1 TO ASC-TOTAL-INCIDENCIAS.
081900     MOVE ASC-LIN-INCIDENCIA TO RPT-LINEA.
082000     PERFORM ESCRIBE-LINEA.
082100
082200 ESCRIBE-LINEA.
082300
082400     WRITE RPT-LINEA.
082500     MOVE 'REPTFILE' TO ASC-ERROR-ARCHIVO.
082600     MOVE ASC-REPTFILE-STATUS TO ASC-ERROR-STATUS.
082700     PERFORM VERIFICA-ESTADO-ARCHIVO.
082800
082900*--------------------------------------------------------------*
083000*    GRABA-CONTROL - EL LOTE QUEDA MARCADO COMO ASENTADO SOLO   *
083100*    AL FINAL: UN ABEND A MEDIAS SE RECUPERA RESTAURANDO LA     *
083200*    COPIA DE LA CUENTA QUE TOMA EL JOB ANTES DE ESTE PASO.     *
083300*--------------------------------------------------------------*
083400 GRABA-CONTROL.
083500
083600     MOVE SPACES TO ASC-MOV-ID.
083700     PERFORM LEE-CABECERA.
083800     MOVE ASC-FECHA-EJECUCION TO CTA-CAB-FECHA-ULTIMO.
083900     PERFORM GRABA-CABECERA.
084000
084100 FIN.
084200
084300     MOVE SPACES TO RPT-LINEA.
084400     PERFORM ESCRIBE-LINEA.
084500     MOVE 'MOVIMIENTOS     : ' TO ASC-TOT-ROTULO.
084600     MOVE ASC-TOTAL-MOVIMIENTOS TO ASC-TOT-IMPORTE.
084700     MOVE ASC-LIN-TOTAL TO RPT-LINEA.
084800     PERFORM ESCRIBE-LINEA.
084900     MOVE 'TOTAL CARGOS    : ' TO ASC-TOT-ROTULO.
085000     MOVE ASC-TOTAL-CARGO TO ASC-TOT-IMPORTE.
085100     MOVE ASC-LIN-TOTAL TO RPT-LINEA.
085200     PERFORM ESCRIBE-LINEA.
085300     MOVE 'TOTAL ABONOS    : ' TO ASC-TOT-ROTULO.
085400     MOVE ASC-TOTAL-ABONO TO ASC-TOT-IMPORTE.
085500     MOVE ASC-LIN-TOTAL TO RPT-LINEA.
085600     PERFORM ESCRIBE-LINEA.
085700
085800     CLOSE LIQFILE.
085900     CLOSE LIQSUP.
086000     CLOSE PAGOFILE.
086100     CLOSE PENFILE.
086200     CLOSE ORDFILE.
086300     CLOSE HOLDOUT.
086310     CLOSE COMPFILE.
086320     CLOSE REEFILE.
086330     CLOSE IMPFILE.
086340     CLOSE RECFILE.
086400     CLOSE CTAFILE.
086500     CLOSE REPTFILE.
086600
086700     MOVE ASC-TOTAL-CARGO TO ASC-TOTAL-CARGO-ED.
086800     MOVE ASC-TOTAL-ABONO TO ASC-TOTAL-ABONO-ED.
086900
087000     DISPLAY ' '.
087100     DISPLAY '===================================='.
087200     DISPLAY '  ASI-CTA - INFORME DE CONTROL'.
087300     DISPLAY '===================================='.
087400     DISPLAY '  LIQUIDACIONES: ' ASC-TOTAL-LIQUIDACIONES.
087500     DISPLAY '  SUPLEMENTAR. : ' ASC-TOTAL-SUPLEMENTARIAS.
087600     DISPLAY '  PAGOS CUOTAS : ' ASC-TOTAL-PAGOS.
087700     DISPLAY '  RECARGOS     : ' ASC-TOTAL-RECARGOS.
087800     DISPLAY '  ORDENES PAGO : ' ASC-TOTAL-ORDENES.
087900     DISPLAY '  RETENIDAS    : ' ASC-TOTAL-RETENIDAS.
087910     DISPLAY '  COMPENSAC.   : ' ASC-TOTAL-COMPENSACIONES.
087920     DISPLAY '  ANULAC. ORD. : ' ASC-TOTAL-ANULACIONES.
087930     DISPLAY '  DEVOL. ADEUD.: ' ASC-TOTAL-DEVOL-ADEUDOS.
087940     DISPLAY '  RECARG.APREM.: ' ASC-TOTAL-RECARGOS-APREM.
088000     DISPLAY '  MOVIMIENTOS  : ' ASC-TOTAL-MOVIMIENTOS.
088100     DISPLAY '  CUENTAS NUEV.: ' ASC-TOTAL-CUENTAS-NUEVAS.
088200     DISPLAY '  INCIDENCIAS  : ' ASC-TOTAL-INCIDENCIAS.
088300     DISPLAY '  TOTAL CARGOS : ' ASC-TOTAL-CARGO-ED.
088400     DISPLAY '  TOTAL ABONOS : ' ASC-TOTAL-ABONO-ED.
088500     DISPLAY '===================================='.
088600
088700     DISPLAY 'FIN DE PROGRAMA'
088800
088900     STOP RUN.
