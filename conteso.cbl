000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   CON-TESO                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      CONCILIACION DE LAS ORDENES DE PAGO DE        *
001000*                  DEVOLUCIONES CON EL ARCHIVO DIARIO DE         *
001100*                  RESULTADOS DE TESORERIA.  CADA ORDEN ABIERTA  *
001200*                  (LAS ARRASTRADAS MAS LAS QUE EMITIO AYER      *
001300*                  PAG-DEVO) SE CASA CON SU RESULTADO: PAGADA    *
001400*                  SALE DEL CIRCUITO; RECHAZADA O DEVUELTA PASA  *
001500*                  A LA COLA DE REEMISION, DE LA QUE SOLO SALE   *
001600*                  CON UNA CORRECCION FIRMADA (PAG-DEVO); SIN    *
001700*                  RESULTADO SIGUE ABIERTA Y, SI SUPERA EL PLAZO *
001800*                  DE CONFIRMACION DE LA PARMCARD, SE SENALA.    *
001900*                  EDITA ADEMAS LA RELACION DE ORDENES ABIERTAS  *
002000*                  POR ANTIGUEDAD PARA EL CIERRE DE MES.         *
002100*                                                                *
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY                                       *
002400*-----------------------------------------------------------------
002500*    DATE       INIT  DESCRIPTION                                *
002600*    ---------- ----  -------------------------------------------*
002700*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
002800*****************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CON-TESO.
003200 AUTHOR. J. MARTIN.
003300 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     SELECT PARMFILE ASSIGN TO PARMCARD
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CTS-PARMFILE-STATUS.
004900
005000     SELECT ABIFILE ASSIGN TO ABIFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CTS-ABIFILE-STATUS.
005300
005400     SELECT RESFILE ASSIGN TO RESFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CTS-RESFILE-STATUS.
005700
005800     SELECT ABIOUT ASSIGN TO ABIOUT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CTS-ABIOUT-STATUS.
006100
006200     SELECT REEFILE ASSIGN TO REEFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CTS-REEFILE-STATUS.
006500
006600     SELECT CONREPT ASSIGN TO CONREPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CTS-CONREPT-STATUS.
006900
007000     SELECT AGEREPT ASSIGN TO AGEREPT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS CTS-AGEREPT-STATUS.
007300
007400 DATA DIVISION.
007500
007600 FILE SECTION.
007700
007800*--------------------------------------------------------------*
007900*    PARMFILE - UNA TARJETA DE PARAMETROS:                      *
008000*        COL 01-03  PLAZO DE CONFIRMACION EN DIAS 9(03): UNA    *
008100*                   ORDEN ABIERTA MAS ANTIGUA SE SENALA COMO    *
008200*                   SIN CONFIRMAR.  OBLIGATORIO Y MAYOR QUE     *
008300*                   CERO.                                       *
008400*--------------------------------------------------------------*
008500 FD  PARMFILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  CTS-PARM-REC.
008900     05 CTS-PRM-PLAZO            PIC X(03).
009000     05 FILLER                   PIC X(77).
009100
009200*--------------------------------------------------------------*
009300*    ABIFILE / ABIOUT - ORDENES ABIERTAS, SIN RESULTADO DE      *
009400*    TESORERIA (GDG: LA GENERACION 0 ENTRA, LA +1 SALE).  EL    *
009500*    JOB FUSIONA LA GENERACION 0 CON EL ORDFILE DE PAG-DEVO Y   *
009600*    LO ORDENA POR FECHA Y NUMERO DE ORDEN.  MISMO LAYOUT QUE   *
009700*    ORDFILE.                                                   *
009800*--------------------------------------------------------------*
009900 FD  ABIFILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY ORDENREG.
010300
010400 FD  ABIOUT
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  ABO-ORDEN-REC.
010800     05 ABO-NUM-ORDEN            PIC 9(07).
010900     05 ABO-TAXPAYER-ID          PIC X(09).
011000     05 ABO-TAXPAYER-NAME        PIC X(30).
011100     05 ABO-IMPORTE              PIC 9(09)V99.
011200     05 ABO-FECHA                PIC 9(08).
011300     05 FILLER                   PIC X(05).
011400
011500*--------------------------------------------------------------*
011600*    RESFILE - RESULTADOS QUE DEVUELVE TESORERIA CADA DIA, UNO  *
011700*    POR ORDEN, ORDENADOS POR FECHA Y NUMERO DE ORDEN (EL       *
011800*    NUMERO SOLO ES UNICO DENTRO DE LA FECHA).  RESULTADO:      *
011900*    P PAGADA, R RECHAZADA (CUENTA CERRADA O INVALIDA), D       *
012000*    DEVUELTA POR EL BANCO; EL MOTIVO ES EL CODIGO DE TESORERIA.*
012100*--------------------------------------------------------------*
012200 FD  RESFILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  RES-RESULTADO-REC.
012600     05 RES-NUM-ORDEN            PIC 9(07).
012700     05 RES-FECHA-ORDEN          PIC 9(08).
012800     05 RES-TAXPAYER-ID          PIC X(09).
012900     05 RES-IMPORTE              PIC 9(09)V99.
013000     05 RES-RESULTADO            PIC X(01).
013100         88 RES-PAGADA               VALUE 'P'.
013200         88 RES-RECHAZADA            VALUE 'R'.
013300         88 RES-DEVUELTA             VALUE 'D'.
013400     05 RES-MOTIVO               PIC X(04).
013500     05 RES-FECHA-RESULTADO      PIC 9(08).
013600     05 FILLER                   PIC X(02).
013700
013800*--------------------------------------------------------------*
013900*    REEFILE - ORDENES RECHAZADAS O DEVUELTAS EN ESTA           *
014000*    EJECUCION.  PAG-DEVO LAS INCORPORA A SU COLA DE REEMISION  *
014100*    Y ASI-CTA ANULA SU CARGO EN LA CUENTA CORRIENTE.           *
014200*--------------------------------------------------------------*
014300 FD  REEFILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600     COPY REEMREG.
014700
014800 FD  CONREPT
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100 01  CON-LINEA                   PIC X(132).
015200
015300 FD  AGEREPT
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  AGE-LINEA                   PIC X(132).
015700
015800 WORKING-STORAGE SECTION.
015900
016000 01  CTS-FILE-STATUSES.
016100     05 CTS-PARMFILE-STATUS      PIC X(02) VALUE '00'.
016200     05 CTS-ABIFILE-STATUS       PIC X(02) VALUE '00'.
016300     05 CTS-RESFILE-STATUS       PIC X(02) VALUE '00'.
016400     05 CTS-ABIOUT-STATUS        PIC X(02) VALUE '00'.
016500     05 CTS-REEFILE-STATUS       PIC X(02) VALUE '00'.
016600     05 CTS-CONREPT-STATUS       PIC X(02) VALUE '00'.
016700     05 CTS-AGEREPT-STATUS       PIC X(02) VALUE '00'.
016800
016900 01  CTS-ERROR-CONTROL.
017000     05 CTS-ERROR-ARCHIVO        PIC X(08).
017100     05 CTS-ERROR-STATUS         PIC X(02).
017200
017300 01  CTS-SWITCHES.
017400     05 CTS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
017500         88 CTS-PARM-EOF             VALUE 'Y'.
017600     05 CTS-ABI-EOF-SW           PIC X(01) VALUE 'N'.
017700         88 CTS-ABI-EOF              VALUE 'Y'.
017800     05 CTS-RES-EOF-SW           PIC X(01) VALUE 'N'.
017900         88 CTS-RES-EOF              VALUE 'Y'.
018000     05 CTS-RESUELTA-SW          PIC X(01) VALUE 'N'.
018100         88 CTS-ORDEN-RESUELTA       VALUE 'S'.
018200         88 CTS-ORDEN-SIN-RESOLVER   VALUE 'N'.
018300
018400 01  CTS-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
018500
018600 01  CTS-PLAZO-CONFIRMACION      PIC 9(03) VALUE ZERO.
018700
018800 01  CTS-CLAVES.
018900     05 CTS-CLAVE-ABI            PIC X(15) VALUE LOW-VALUES.
019000     05 CTS-CLAVE-ABI-ANT        PIC X(15) VALUE LOW-VALUES.
019100     05 CTS-CLAVE-RES            PIC X(15) VALUE LOW-VALUES.
019200     05 CTS-CLAVE-RES-ANT        PIC X(15) VALUE LOW-VALUES.
019300
019400*--------------------------------------------------------------*
019500*    CTS-CALCULO-DIAS - UNA FECHA AAAAMMDD SE CONVIERTE EN UN   *
019600*    NUMERO DE DIAS CORRIDOS (CALENDARIO GREGORIANO, CONTANDO   *
019700*    EL ANO DESDE MARZO PARA QUE FEBRERO QUEDE AL FINAL); LA    *
019800*    ANTIGUEDAD DE UNA ORDEN ES LA DIFERENCIA DE DOS DE ELLOS.  *
019900*--------------------------------------------------------------*
020000 01  CTS-CALCULO-DIAS.
020100     05 CTS-DC-FECHA             PIC 9(08).
020200     05 CTS-DC-ANO               PIC 9(04).
020300     05 CTS-DC-MMDD              PIC 9(04).
020400     05 CTS-DC-MES               PIC 9(02).
020500     05 CTS-DC-DIA               PIC 9(02).
020600     05 CTS-DC-BIS4              PIC 9(04).
020700     05 CTS-DC-BIS100            PIC 9(04).
020800     05 CTS-DC-BIS400            PIC 9(04).
020900     05 CTS-DC-DIAS-MES          PIC 9(03).
021000     05 CTS-DC-DIAS              PIC 9(07).
021100
021200 01  CTS-DIAS-EJECUCION          PIC 9(07) VALUE ZERO.
021300 01  CTS-ANTIGUEDAD              PIC S9(07) VALUE ZERO.
021400
021500*--------------------------------------------------------------*
021600*    TRAMOS DE ANTIGUEDAD DE LA RELACION DE ORDENES ABIERTAS:   *
021700*    LIMITE SUPERIOR EN DIAS (EL ULTIMO RECOGE EL RESTO) Y      *
021800*    ROTULO.                                                    *
021900*--------------------------------------------------------------*
022000 01  CTS-CONSTANTES-TRAMOS.
022100     05 FILLER PIC 9(05) VALUE 00030.
022200     05 FILLER PIC X(12) VALUE '0 A 30 DIAS '.
022300     05 FILLER PIC 9(05) VALUE 00060.
022400     05 FILLER PIC X(12) VALUE '31 A 60 DIAS'.
022500     05 FILLER PIC 9(05) VALUE 00090.
022600     05 FILLER PIC X(12) VALUE '61 A 90 DIAS'.
022700     05 FILLER PIC 9(05) VALUE 99999.
022800     05 FILLER PIC X(12) VALUE 'MAS DE 90   '.
022900
023000 01  CTS-TABLA-TRAMOS REDEFINES
023100     CTS-CONSTANTES-TRAMOS.
023200     05 CTS-TRAMO-DEF            OCCURS 4 TIMES.
023300         10 CTS-TRAMO-LIMITE     PIC 9(05).
023400         10 CTS-TRAMO-ROTULO     PIC X(12).
023500
023600 01  CTS-TRAMOS.
023700     05 CTS-TRAMO-IDX            PIC 9(04)  COMP.
023800     05 CTS-TRAMO-HALLADO        PIC 9(04)  COMP.
023900     05 CTS-TRAMO-ACUM           OCCURS 4 TIMES.
024000         10 CTS-TRAMO-ORDENES    PIC 9(09).
024100         10 CTS-TRAMO-IMPORTE    PIC 9(11)V99.
024200
024300 01  CTS-TOTALES.
024400     05 CTS-TOTAL-ABIERTAS       PIC 9(09) VALUE ZERO.
024500     05 CTS-TOTAL-RESULTADOS     PIC 9(09) VALUE ZERO.
024600     05 CTS-TOTAL-PAGADAS        PIC 9(09) VALUE ZERO.
024700     05 CTS-TOTAL-RECHAZADAS     PIC 9(09) VALUE ZERO.
024800     05 CTS-TOTAL-DEVUELTAS      PIC 9(09) VALUE ZERO.
024900     05 CTS-TOTAL-SIGUEN         PIC 9(09) VALUE ZERO.
025000     05 CTS-TOTAL-FUERA-PLAZO    PIC 9(09) VALUE ZERO.
025100     05 CTS-TOTAL-INCIDENCIAS    PIC 9(09) VALUE ZERO.
025200     05 CTS-TOTAL-PAGADO         PIC 9(11)V99 VALUE ZERO.
025300     05 CTS-TOTAL-REEMISION      PIC 9(11)V99 VALUE ZERO.
025400     05 CTS-TOTAL-ABIERTO        PIC 9(11)V99 VALUE ZERO.
025500     05 CTS-TOTAL-PAGADO-ED      PIC Z(10)9.99.
025600     05 CTS-TOTAL-REEMISION-ED   PIC Z(10)9.99.
025700     05 CTS-TOTAL-ABIERTO-ED     PIC Z(10)9.99.
025800
025900*--------------------------------------------------------------*
026000*    LINEAS DEL INFORME DE CONCILIACION (CONREPT).              *
026100*--------------------------------------------------------------*
026200 01  CON-LIN-TITULO.
026300     05 FILLER                   PIC X(48) VALUE
026400         'CON-TESO - CONCILIACION ORDENES DE PAGO - FECHA:'.
026500     05 FILLER                   PIC X(01) VALUE SPACES.
026600     05 CON-TIT-FECHA            PIC 9(08).
026700     05 FILLER                   PIC X(23) VALUE
026800         ' - PLAZO CONFIRMACION: '.
026900     05 CON-TIT-PLAZO            PIC ZZ9.
027000     05 FILLER                   PIC X(05) VALUE ' DIAS'.
027100     05 FILLER                   PIC X(44) VALUE SPACES.
027200
027300 01  CON-LIN-CABECERA.
027400     05 FILLER                   PIC X(24) VALUE
027500         'SITUACION               '.
027600     05 FILLER                   PIC X(10) VALUE 'F.ORDEN   '.
027700     05 FILLER                   PIC X(09) VALUE 'ORDEN    '.
027800     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
027900     05 FILLER                   PIC X(15) VALUE 'IMPORTE'.
028000     05 FILLER                   PIC X(07) VALUE 'MOTIVO '.
028100     05 FILLER                   PIC X(11) VALUE 'F.RESULT.  '.
028200     05 FILLER                   PIC X(44) VALUE 'DIAS'.
028300
028400 01  CON-LIN-DETALLE.
028500     05 CON-DET-SITUACION        PIC X(24).
028600     05 CON-DET-FECHA-ORDEN      PIC 9(08).
028700     05 FILLER                   PIC X(02) VALUE SPACES.
028800     05 CON-DET-NUM-ORDEN        PIC 9(07).
028900     05 FILLER                   PIC X(02) VALUE SPACES.
029000     05 CON-DET-ID               PIC X(09).
029100     05 FILLER                   PIC X(03) VALUE SPACES.
029200     05 CON-DET-IMPORTE          PIC ZZZZZZZZ9.99.
029300     05 FILLER                   PIC X(03) VALUE SPACES.
029400     05 CON-DET-MOTIVO           PIC X(04).
029500     05 FILLER                   PIC X(03) VALUE SPACES.
029600     05 CON-DET-FECHA-RESULTADO  PIC X(08).
029700     05 FILLER                   PIC X(03) VALUE SPACES.
029800     05 CON-DET-DIAS             PIC X(05).
029900     05 FILLER                   PIC X(39) VALUE SPACES.
030000
030100 01  CON-LIN-INCIDENCIA.
030200     05 CON-INC-ROTULO           PIC X(24).
030300     05 CON-INC-REGISTRO         PIC X(50).
030400     05 FILLER                   PIC X(58) VALUE SPACES.
030500
030600 01  CON-LIN-TOTAL.
030700     05 CON-TOT-ROTULO           PIC X(26).
030800     05 CON-TOT-CONTADOR         PIC ZZZZZZZZ9.
030900     05 FILLER                   PIC X(97) VALUE SPACES.
031000
031100 01  CON-LIN-TOTAL-IMPORTE.
031200     05 CON-TIM-ROTULO           PIC X(26).
031300     05 CON-TIM-IMPORTE          PIC Z(10)9.99.
031400     05 FILLER                   PIC X(92) VALUE SPACES.
031500
031600*--------------------------------------------------------------*
031700*    LINEAS DE LA RELACION DE ORDENES ABIERTAS POR ANTIGUEDAD   *
031800*    (AGEREPT), PARA EL CIERRE DE MES.                          *
031900*--------------------------------------------------------------*
032000 01  AGE-LIN-TITULO.
032100     05 FILLER                   PIC X(45) VALUE
032200         'CON-TESO - ORDENES ABIERTAS POR ANTIGUEDAD - '.
032300     05 FILLER                   PIC X(07) VALUE 'FECHA: '.
032400     05 AGE-TIT-FECHA            PIC 9(08).
032500     05 FILLER                   PIC X(72) VALUE SPACES.
032600
032700 01  AGE-LIN-CABECERA.
032800     05 FILLER                   PIC X(10) VALUE 'F.ORDEN   '.
032900     05 FILLER                   PIC X(09) VALUE 'ORDEN    '.
033000     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
033100     05 FILLER                   PIC X(33) VALUE 'NOMBRE'.
033200     05 FILLER                   PIC X(15) VALUE 'IMPORTE'.
033300     05 FILLER                   PIC X(07) VALUE 'DIAS   '.
033400     05 FILLER                   PIC X(14) VALUE 'TRAMO'.
033500     05 FILLER                   PIC X(32) VALUE 'AVISO'.
033600
033700 01  AGE-LIN-DETALLE.
033800     05 AGE-DET-FECHA-ORDEN      PIC 9(08).
033900     05 FILLER                   PIC X(02) VALUE SPACES.
034000     05 AGE-DET-NUM-ORDEN        PIC 9(07).
034100     05 FILLER                   PIC X(02) VALUE SPACES.
034200     05 AGE-DET-ID               PIC X(09).
034300     05 FILLER                   PIC X(03) VALUE SPACES.
034400     05 AGE-DET-NOMBRE           PIC X(30).
034500     05 FILLER                   PIC X(03) VALUE SPACES.
034600     05 AGE-DET-IMPORTE          PIC ZZZZZZZZ9.99.
034700     05 FILLER                   PIC X(03) VALUE SPACES.
034800     05 AGE-DET-DIAS             PIC ZZZZ9.
034900     05 FILLER                   PIC X(02) VALUE SPACES.
035000     05 AGE-DET-TRAMO            PIC X(12).
035100     05 FILLER                   PIC X(02) VALUE SPACES.
035200     05 AGE-DET-AVISO            PIC X(11).
035300     05 FILLER                   PIC X(21) VALUE SPACES.
035400
035500 01  AGE-LIN-TRAMO.
035600     05 AGE-TRA-ROTULO           PIC X(12).
035700     05 FILLER                   PIC X(13) VALUE
035800         '    ORDENES: '.
035900     05 AGE-TRA-ORDENES          PIC ZZZZZZZZ9.
036000     05 FILLER                   PIC X(12) VALUE
036100         '   IMPORTE: '.
036200     05 AGE-TRA-IMPORTE          PIC Z(10)9.99.
036300     05 FILLER                   PIC X(72) VALUE SPACES.
036400
036500 PROCEDURE DIVISION.
036600
036700 MAIN-PROCEDURE.
036800
036900     PERFORM INICIO.
037000
037100     PERFORM LEE-ORDEN.
037200     PERFORM LEE-RESULTADO.
037300
037400     PERFORM CONCILIA
037500         UNTIL CTS-ABI-EOF AND CTS-RES-EOF.
037600
037700     PERFORM FIN.
037800
037900 INICIO.
038000
038100     DISPLAY 'CON-TESO - CONCILIACION DE ORDENES DE PAGO'.
038200
038300     ACCEPT CTS-FECHA-EJECUCION FROM DATE YYYYMMDD.
038400
038500     MOVE CTS-FECHA-EJECUCION TO CTS-DC-FECHA.
038600     PERFORM CALCULA-DIAS.
038700     MOVE CTS-DC-DIAS TO CTS-DIAS-EJECUCION.
038800
038900     PERFORM LEE-PARAMETROS.
039000
039100     PERFORM INICIA-TRAMO
039200         VARYING CTS-TRAMO-IDX FROM 1 BY 1
039300         UNTIL CTS-TRAMO-IDX > 4.
039400
039500     OPEN INPUT ABIFILE.
039600     MOVE 'ABIFILE ' TO CTS-ERROR-ARCHIVO.
039700     MOVE CTS-ABIFILE-STATUS TO CTS-ERROR-STATUS.
039800     PERFORM VERIFICA-ESTADO-ARCHIVO.
039900
040000     OPEN INPUT RESFILE.
040100     MOVE 'RESFILE ' TO CTS-ERROR-ARCHIVO.
040200     MOVE CTS-RESFILE-STATUS TO CTS-ERROR-STATUS.
040300     PERFORM VERIFICA-ESTADO-ARCHIVO.
040400
040500     OPEN OUTPUT ABIOUT.
040600     MOVE 'ABIOUT  ' TO CTS-ERROR-ARCHIVO.
040700     MOVE CTS-ABIOUT-STATUS TO CTS-ERROR-STATUS.
040800     PERFORM VERIFICA-ESTADO-ARCHIVO.
040900
041000     OPEN OUTPUT REEFILE.
041100     MOVE 'REEFILE ' TO CTS-ERROR-ARCHIVO.
041200     MOVE CTS-REEFILE-STATUS TO CTS-ERROR-STATUS.
041300     PERFORM VERIFICA-ESTADO-ARCHIVO.
041400
041500     OPEN OUTPUT CONREPT.
041600     MOVE 'CONREPT ' TO CTS-ERROR-ARCHIVO.
041700     MOVE CTS-CONREPT-STATUS TO CTS-ERROR-STATUS.
041800     PERFORM VERIFICA-ESTADO-ARCHIVO.
041900
042000     OPEN OUTPUT AGEREPT.
042100     MOVE 'AGEREPT ' TO CTS-ERROR-ARCHIVO.
042200     MOVE CTS-AGEREPT-STATUS TO CTS-ERROR-STATUS.
042300     PERFORM VERIFICA-ESTADO-ARCHIVO.
042400
042500     MOVE CTS-FECHA-EJECUCION TO CON-TIT-FECHA.
042600     MOVE CTS-PLAZO-CONFIRMACION TO CON-TIT-PLAZO.
042700     MOVE CON-LIN-TITULO TO CON-LINEA.
042800     PERFORM ESCRIBE-LINEA-CON.
042900     MOVE SPACES TO CON-LINEA.
043000     PERFORM ESCRIBE-LINEA-CON.
043100     MOVE CON-LIN-CABECERA TO CON-LINEA.
043200     PERFORM ESCRIBE-LINEA-CON.
043300     MOVE SPACES TO CON-LINEA.
043400     PERFORM ESCRIBE-LINEA-CON.
043500
043600     MOVE CTS-FECHA-EJECUCION TO AGE-TIT-FECHA.
043700     MOVE AGE-LIN-TITULO TO AGE-LINEA.
043800     PERFORM ESCRIBE-LINEA-AGE.
043900     MOVE SPACES TO AGE-LINEA.
044000     PERFORM ESCRIBE-LINEA-AGE.
044100     MOVE AGE-LIN-CABECERA TO AGE-LINEA.
044200     PERFORM ESCRIBE-LINEA-AGE.
044300     MOVE SPACES TO AGE-LINEA.
044400     PERFORM ESCRIBE-LINEA-AGE.
044500
044600 INICIA-TRAMO.
044700
044800     MOVE ZERO TO CTS-TRAMO-ORDENES (CTS-TRAMO-IDX).
044900     MOVE ZERO TO CTS-TRAMO-IMPORTE (CTS-TRAMO-IDX).
045000
045100*--------------------------------------------------------------*
045200*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
045300*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
045400*--------------------------------------------------------------*
045500 VERIFICA-ESTADO-ARCHIVO.
045600
045700     IF CTS-ERROR-STATUS NOT = '00'
045800         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' CTS-ERROR-ARCHIVO
045900         DISPLAY '*** FILE STATUS            : ' CTS-ERROR-STATUS
046000         MOVE 16 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300
046400*--------------------------------------------------------------*
046500*    LEE-PARAMETROS - EL PLAZO DE CONFIRMACION ES OBLIGATORIO,  *
046600*    NUMERICO Y MAYOR QUE CERO.                                 *
046700*--------------------------------------------------------------*
046800 LEE-PARAMETROS.
046900
047000     OPEN INPUT PARMFILE.
047100     MOVE 'PARMCARD' TO CTS-ERROR-ARCHIVO.
047200     MOVE CTS-PARMFILE-STATUS TO CTS-ERROR-STATUS.
047300     PERFORM VERIFICA-ESTADO-ARCHIVO.
047400
047500     READ PARMFILE
047600         AT END
047700             SET CTS-PARM-EOF TO TRUE
047800     END-READ.
047900
048000     IF CTS-PARM-EOF
048100         OR CTS-PRM-PLAZO NOT NUMERIC
048200         OR CTS-PRM-PLAZO = '000'
048300         DISPLAY '*** FALTA O ES INVALIDO EL PLAZO DE '
048400             'CONFIRMACION EN LA TARJETA DE PARAMETROS'
048500         MOVE 16 TO RETURN-CODE
048600         STOP RUN
048700     END-IF.
048800
048900     MOVE CTS-PRM-PLAZO TO CTS-PLAZO-CONFIRMACION.
049000
049100     CLOSE PARMFILE.
049200
049300     DISPLAY 'PLAZO DE CONFIRMACION: ' CTS-PLAZO-CONFIRMACION
049400         ' DIAS'.
049500
049600*--------------------------------------------------------------*
049700*    CALCULA-DIAS - CTS-DC-FECHA (AAAAMMDD) A DIAS CORRIDOS EN  *
049800*    CTS-DC-DIAS.  ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14   *
049900*    DEL ANO ANTERIOR; ASI EL DIA BISIESTO CAE AL FINAL.        *
050000*--------------------------------------------------------------*
050100 CALCULA-DIAS.
050200
050300     DIVIDE CTS-DC-FECHA BY 10000
050400         GIVING CTS-DC-ANO
050500         REMAINDER CTS-DC-MMDD.
050600     DIVIDE CTS-DC-MMDD BY 100
050700         GIVING CTS-DC-MES
050800         REMAINDER CTS-DC-DIA.
050900
051000     IF CTS-DC-MES < 3
051100         SUBTRACT 1 FROM CTS-DC-ANO
051200         ADD 12 TO CTS-DC-MES
051300     END-IF.
051400
051500     DIVIDE CTS-DC-ANO BY 4 GIVING CTS-DC-BIS4.
051600     DIVIDE CTS-DC-ANO BY 100 GIVING CTS-DC-BIS100.
051700     DIVIDE CTS-DC-ANO BY 400 GIVING CTS-DC-BIS400.
051800
051900     COMPUTE CTS-DC-DIAS-MES =
052000         ((153 * (CTS-DC-MES - 3)) + 2) / 5.
052100
052200     COMPUTE CTS-DC-DIAS =
052300         (365 * CTS-DC-ANO) + CTS-DC-BIS4 - CTS-DC-BIS100
052400         + CTS-DC-BIS400 + CTS-DC-DIAS-MES + CTS-DC-DIA.
052500
052600*--------------------------------------------------------------*
052700*    CONCILIA - CASAMIENTO CLASICO DE DOS ARCHIVOS ORDENADOS:   *
052800*    ORDEN SIN RESULTADO SIGUE ABIERTA; RESULTADO SIN ORDEN ES  *
052900*    UNA INCIDENCIA; CLAVES IGUALES RESUELVEN LA ORDEN.         *
053000*--------------------------------------------------------------*
053100 CONCILIA.
053200
053300     IF CTS-RES-EOF
053400         PERFORM CIERRA-ORDEN
053500         PERFORM LEE-ORDEN
053600     ELSE
053700         IF CTS-ABI-EOF
053800             PERFORM REPORTA-RESULTADO-SIN-ORDEN
053900             PERFORM LEE-RESULTADO
054000         ELSE
054100             IF CTS-CLAVE-RES < CTS-CLAVE-ABI
054200                 PERFORM REPORTA-RESULTADO-SIN-ORDEN
054300                 PERFORM LEE-RESULTADO
054400             ELSE
054500                 IF CTS-CLAVE-RES = CTS-CLAVE-ABI
054600                     PERFORM APLICA-RESULTADO
054700                     PERFORM LEE-RESULTADO
054800                 ELSE
054900                     PERFORM CIERRA-ORDEN
055000                     PERFORM LEE-ORDEN
055100                 END-IF
055200             END-IF
055300         END-IF
055400     END-IF.
055500
055600 LEE-ORDEN.
055700
055800     READ ABIFILE
055900         AT END
056000             SET CTS-ABI-EOF TO TRUE
056100         NOT AT END
056200             ADD 1 TO CTS-TOTAL-ABIERTAS
056300             MOVE CTS-CLAVE-ABI TO CTS-CLAVE-ABI-ANT
056400             MOVE ORD-FECHA     TO CTS-CLAVE-ABI (1:8)
056500             MOVE ORD-NUM-ORDEN TO CTS-CLAVE-ABI (9:7)
056600             IF CTS-CLAVE-ABI < CTS-CLAVE-ABI-ANT
056700                 DISPLAY '*** ABIFILE NO ORDENADO POR '
056800                     'FECHA Y NUMERO DE ORDEN: ' ORD-FECHA
056900                     ' ' ORD-NUM-ORDEN
057000                 MOVE 16 TO RETURN-CODE
057100                 STOP RUN
057200             END-IF
057300             SET CTS-ORDEN-SIN-RESOLVER TO TRUE
057400     END-READ.
057500
057600 LEE-RESULTADO.
057700
057800     READ RESFILE
057900         AT END
058000             SET CTS-RES-EOF TO TRUE
058100         NOT AT END
058200             ADD 1 TO CTS-TOTAL-RESULTADOS
058300             MOVE CTS-CLAVE-RES TO CTS-CLAVE-RES-ANT
058400             MOVE RES-FECHA-ORDEN TO CTS-CLAVE-RES (1:8)
058500             MOVE RES-NUM-ORDEN   TO CTS-CLAVE-RES (9:7)
058600             IF CTS-CLAVE-RES < CTS-CLAVE-RES-ANT
058700                 DISPLAY '*** RESFILE NO ORDENADO POR '
058800                     'FECHA Y NUMERO DE ORDEN: ' RES-FECHA-ORDEN
058900                     ' ' RES-NUM-ORDEN
059000                 MOVE 16 TO RETURN-CODE
059100                 STOP RUN
059200             END-IF
059300     END-READ.
059400
059500*--------------------------------------------------------------*
059600*    APLICA-RESULTADO - PAGADA SALE DEL CIRCUITO; RECHAZADA O   *
059700*    DEVUELTA PASA A LA COLA DE REEMISION.  UN SEGUNDO          *
059800*    RESULTADO PARA LA MISMA ORDEN, O UN CODIGO DESCONOCIDO, ES *
059900*    INCIDENCIA Y NO CAMBIA NADA.  UN IMPORTE DISTINTO DEL DE   *
060000*    LA ORDEN SE AVISA, PERO MANDA EL RESULTADO DE TESORERIA.   *
060100*--------------------------------------------------------------*
060200 APLICA-RESULTADO.
060300
060400     IF CTS-ORDEN-RESUELTA
060500         MOVE 'RESULTADO DUPLICADO  : ' TO CON-INC-ROTULO
060600         PERFORM REPORTA-INCIDENCIA
060700     ELSE
060800         IF NOT RES-PAGADA
060900             AND NOT RES-RECHAZADA
061000             AND NOT RES-DEVUELTA
061100             MOVE 'RESULTADO NO VALIDO  : ' TO CON-INC-ROTULO
061200             PERFORM REPORTA-INCIDENCIA
061300         ELSE
061400             IF RES-IMPORTE NOT = ORD-IMPORTE
061500                 MOVE 'IMPORTE NO COINCIDE  : ' TO CON-INC-ROTULO
061600                 PERFORM REPORTA-INCIDENCIA
061700             END-IF
061800             SET CTS-ORDEN-RESUELTA TO TRUE
061900             IF RES-PAGADA
062000                 PERFORM ORDEN-PAGADA
062100             ELSE
062200                 PERFORM ORDEN-A-REEMISION
062300             END-IF
062400         END-IF
062500     END-IF.
062600
062700 ORDEN-PAGADA.
062800
062900     ADD 1 TO CTS-TOTAL-PAGADAS.
063000     ADD ORD-IMPORTE TO CTS-TOTAL-PAGADO.
063100
063200     MOVE SPACES TO CON-LIN-DETALLE.
063300     MOVE 'PAGADA                : ' TO CON-DET-SITUACION.
063400     PERFORM REPORTA-RESULTADO.
063500
063600*--------------------------------------------------------------*
063700*    ORDEN-A-REEMISION - LA ORDEN FALLIDA, CON SU RESULTADO Y   *
063800*    MOTIVO, VA A REEFILE PARA QUE PAG-DEVO LA REEMITA CUANDO   *
063900*    LLEGUE LA CORRECCION FIRMADA.                              *
064000*--------------------------------------------------------------*
064100 ORDEN-A-REEMISION.
064200
064300     ADD ORD-IMPORTE TO CTS-TOTAL-REEMISION.
064400
064500     MOVE SPACES TO REE-REEMISION-REC.
064600     MOVE ORD-NUM-ORDEN       TO REE-NUM-ORDEN.
064700     MOVE ORD-TAXPAYER-ID     TO REE-TAXPAYER-ID.
064800     MOVE ORD-TAXPAYER-NAME   TO REE-TAXPAYER-NAME.
064900     MOVE ORD-IMPORTE         TO REE-IMPORTE.
065000     MOVE ORD-FECHA           TO REE-FECHA-ORDEN.
065100     MOVE RES-RESULTADO       TO REE-RESULTADO.
065200     MOVE RES-MOTIVO          TO REE-MOTIVO.
065300     MOVE RES-FECHA-RESULTADO TO REE-FECHA-RESULTADO.
065400     WRITE REE-REEMISION-REC.
065500     MOVE 'REEFILE ' TO CTS-ERROR-ARCHIVO.
065600     MOVE CTS-REEFILE-STATUS TO CTS-ERROR-STATUS.
065700     PERFORM VERIFICA-ESTADO-ARCHIVO.
065800
065900     MOVE SPACES TO CON-LIN-DETALLE.
066000     IF RES-RECHAZADA
066100         ADD 1 TO CTS-TOTAL-RECHAZADAS
066200         MOVE 'RECHAZADA - REEMISION : ' TO CON-DET-SITUACION
066300     ELSE
066400         ADD 1 TO CTS-TOTAL-DEVUELTAS
066500         MOVE 'DEVUELTA - REEMISION  : ' TO CON-DET-SITUACION
066600     END-IF.
066700     PERFORM REPORTA-RESULTADO.
066800
066900 REPORTA-RESULTADO.
067000
067100     MOVE ORD-FECHA TO CON-DET-FECHA-ORDEN.
067200     MOVE ORD-NUM-ORDEN TO CON-DET-NUM-ORDEN.
067300     MOVE ORD-TAXPAYER-ID TO CON-DET-ID.
067400     MOVE ORD-IMPORTE TO CON-DET-IMPORTE.
067500     MOVE RES-MOTIVO TO CON-DET-MOTIVO.
067600     MOVE RES-FECHA-RESULTADO TO CON-DET-FECHA-RESULTADO.
067700     MOVE CON-LIN-DETALLE TO CON-LINEA.
067800     PERFORM ESCRIBE-LINEA-CON.
067900
068000 REPORTA-RESULTADO-SIN-ORDEN.
068100
068200     MOVE 'RESULTADO SIN ORDEN  : ' TO CON-INC-ROTULO.
068300     PERFORM REPORTA-INCIDENCIA.
068400
068500 REPORTA-INCIDENCIA.
068600
068700     ADD 1 TO CTS-TOTAL-INCIDENCIAS.
068800     MOVE RES-RESULTADO-REC TO CON-INC-REGISTRO.
068900     MOVE CON-LIN-INCIDENCIA TO CON-LINEA.
069000     PERFORM ESCRIBE-LINEA-CON.
069100
069200*--------------------------------------------------------------*
069300*    CIERRA-ORDEN - LA ORDEN SIN RESULTADO SIGUE ABIERTA: PASA  *
069400*    A ABIOUT, ENTRA EN SU TRAMO DE ANTIGUEDAD Y, SI SUPERA EL  *
069500*    PLAZO DE CONFIRMACION, SE SENALA EN LOS DOS INFORMES.      *
069600*--------------------------------------------------------------*
069700 CIERRA-ORDEN.
069800
069900     IF CTS-ORDEN-SIN-RESOLVER
070000         PERFORM ARRASTRA-ORDEN
070100     END-IF.
070200
070300 ARRASTRA-ORDEN.
070400
070500     ADD 1 TO CTS-TOTAL-SIGUEN.
070600     ADD ORD-IMPORTE TO CTS-TOTAL-ABIERTO.
070700
070800     MOVE ORD-ORDEN-REC TO ABO-ORDEN-REC.
070900     WRITE ABO-ORDEN-REC.
071000     MOVE 'ABIOUT  ' TO CTS-ERROR-ARCHIVO.
071100     MOVE CTS-ABIOUT-STATUS TO CTS-ERROR-STATUS.
071200     PERFORM VERIFICA-ESTADO-ARCHIVO.
071300
071400     MOVE ORD-FECHA TO CTS-DC-FECHA.
071500     PERFORM CALCULA-DIAS.
071600     COMPUTE CTS-ANTIGUEDAD = CTS-DIAS-EJECUCION - CTS-DC-DIAS.
071700     IF CTS-ANTIGUEDAD < 0
071800         MOVE ZERO TO CTS-ANTIGUEDAD
071900     END-IF.
072000
072100     MOVE ZERO TO CTS-TRAMO-HALLADO.
072200     PERFORM BUSCA-TRAMO
072300         VARYING CTS-TRAMO-IDX FROM 1 BY 1
072400         UNTIL CTS-TRAMO-IDX > 4
072500            OR CTS-TRAMO-HALLADO > 0.
072600     ADD 1 TO CTS-TRAMO-ORDENES (CTS-TRAMO-HALLADO).
072700     ADD ORD-IMPORTE TO CTS-TRAMO-IMPORTE (CTS-TRAMO-HALLADO).
072800
072900     MOVE SPACES TO AGE-LIN-DETALLE.
073000     MOVE ORD-FECHA TO AGE-DET-FECHA-ORDEN.
073100     MOVE ORD-NUM-ORDEN TO AGE-DET-NUM-ORDEN.
073200     MOVE ORD-TAXPAYER-ID TO AGE-DET-ID.
073300     MOVE ORD-TAXPAYER-NAME TO AGE-DET-NOMBRE.
073400     MOVE ORD-IMPORTE TO AGE-DET-IMPORTE.
073500     MOVE CTS-ANTIGUEDAD TO AGE-DET-DIAS.
073600     MOVE CTS-TRAMO-ROTULO (CTS-TRAMO-HALLADO) TO AGE-DET-TRAMO.
073700
073800     IF CTS-ANTIGUEDAD > CTS-PLAZO-CONFIRMACION
073900         ADD 1 TO CTS-TOTAL-FUERA-PLAZO
074000         MOVE 'FUERA PLAZO' TO AGE-DET-AVISO
074100         PERFORM REPORTA-SIN-CONFIRMAR
074200     END-IF.
074300
074400     MOVE AGE-LIN-DETALLE TO AGE-LINEA.
074500     PERFORM ESCRIBE-LINEA-AGE.
074600
074700 BUSCA-TRAMO.
074800
074900     IF CTS-ANTIGUEDAD NOT > CTS-TRAMO-LIMITE (CTS-TRAMO-IDX)
075000         MOVE CTS-TRAMO-IDX TO CTS-TRAMO-HALLADO
075100     END-IF.
075200
075300 REPORTA-SIN-CONFIRMAR.
075400
075500     MOVE SPACES TO CON-LIN-DETALLE.
075600     MOVE 'SIN CONFIRMAR - PLAZO : ' TO CON-DET-SITUACION.
075700     MOVE ORD-FECHA TO CON-DET-FECHA-ORDEN.
075800     MOVE ORD-NUM-ORDEN TO CON-DET-NUM-ORDEN.
075900     MOVE ORD-TAXPAYER-ID TO CON-DET-ID.
076000     MOVE ORD-IMPORTE TO CON-DET-IMPORTE.
076100     MOVE AGE-DET-DIAS TO CON-DET-DIAS.
076200     MOVE CON-LIN-DETALLE TO CON-LINEA.
076300     PERFORM ESCRIBE-LINEA-CON.
076400
076500 ESCRIBE-LINEA-CON.
076600
076700     WRITE CON-LINEA.
076800     MOVE 'CONREPT ' TO CTS-ERROR-ARCHIVO.
076900     MOVE CTS-CONREPT-STATUS TO CTS-ERROR-STATUS.
077000     PERFORM VERIFICA-ESTADO-ARCHIVO.
077100
077200 ESCRIBE-LINEA-AGE.
077300
077400     WRITE AGE-LINEA.
077500     MOVE 'AGEREPT ' TO CTS-ERROR-ARCHIVO.
077600     MOVE CTS-AGEREPT-STATUS TO CTS-ERROR-STATUS.
077700     PERFORM VERIFICA-ESTADO-ARCHIVO.
077800
077900 ESCRIBE-TRAMO.
078000
078100     MOVE SPACES TO AGE-LIN-TRAMO.
078200     MOVE CTS-TRAMO-ROTULO (CTS-TRAMO-IDX) TO AGE-TRA-ROTULO.
078300     MOVE CTS-TRAMO-ORDENES (CTS-TRAMO-IDX) TO AGE-TRA-ORDENES.
078400     MOVE CTS-TRAMO-IMPORTE (CTS-TRAMO-IDX) TO AGE-TRA-IMPORTE.
078500     MOVE AGE-LIN-TRAMO TO AGE-LINEA.
078600     PERFORM ESCRIBE-LINEA-AGE.
078700
078800 FIN.
078900
079000     MOVE SPACES TO CON-LINEA.
079100     PERFORM ESCRIBE-LINEA-CON.
079200     MOVE 'ORDENES ABIERTAS LEIDAS : ' TO CON-TOT-ROTULO.
079300     MOVE CTS-TOTAL-ABIERTAS TO CON-TOT-CONTADOR.
079400     MOVE CON-LIN-TOTAL TO CON-LINEA.
079500     PERFORM ESCRIBE-LINEA-CON.
079600     MOVE 'RESULTADOS DE TESORERIA : ' TO CON-TOT-ROTULO.
079700     MOVE CTS-TOTAL-RESULTADOS TO CON-TOT-CONTADOR.
079800     MOVE CON-LIN-TOTAL TO CON-LINEA.
079900     PERFORM ESCRIBE-LINEA-CON.
080000     MOVE 'PAGADAS                 : ' TO CON-TOT-ROTULO.
080100     MOVE CTS-TOTAL-PAGADAS TO CON-TOT-CONTADOR.
080200     MOVE CON-LIN-TOTAL TO CON-LINEA.
080300     PERFORM ESCRIBE-LINEA-CON.
080400     MOVE 'RECHAZADAS              : ' TO CON-TOT-ROTULO.
080500     MOVE CTS-TOTAL-RECHAZADAS TO CON-TOT-CONTADOR.
080600     MOVE CON-LIN-TOTAL TO CON-LINEA.
080700     PERFORM ESCRIBE-LINEA-CON.
080800     MOVE 'DEVUELTAS               : ' TO CON-TOT-ROTULO.
080900     MOVE CTS-TOTAL-DEVUELTAS TO CON-TOT-CONTADOR.
081000     MOVE CON-LIN-TOTAL TO CON-LINEA.
081100     PERFORM ESCRIBE-LINEA-CON.
081200     MOVE 'SIGUEN ABIERTAS         : ' TO CON-TOT-ROTULO.
081300     MOVE CTS-TOTAL-SIGUEN TO CON-TOT-CONTADOR.
081400     MOVE CON-LIN-TOTAL TO CON-LINEA.
081500     PERFORM ESCRIBE-LINEA-CON.
081600     MOVE 'SIN CONFIRMAR EN PLAZO  : ' TO CON-TOT-ROTULO.
081700     MOVE CTS-TOTAL-FUERA-PLAZO TO CON-TOT-CONTADOR.
081800     MOVE CON-LIN-TOTAL TO CON-LINEA.
081900     PERFORM ESCRIBE-LINEA-CON.
082000     MOVE 'INCIDENCIAS             : ' TO CON-TOT-ROTULO.
082100     MOVE CTS-TOTAL-INCIDENCIAS TO CON-TOT-CONTADOR.
082200     MOVE CON-LIN-TOTAL TO CON-LINEA.
082300     PERFORM ESCRIBE-LINEA-CON.
082400     MOVE 'IMPORTE PAGADO          : ' TO CON-TIM-ROTULO.
082500     MOVE CTS-TOTAL-PAGADO TO CON-TIM-IMPORTE.
082600     MOVE CON-LIN-TOTAL-IMPORTE TO CON-LINEA.
082700     PERFORM ESCRIBE-LINEA-CON.
082800     MOVE 'IMPORTE A REEMISION     : ' TO CON-TIM-ROTULO.
082900     MOVE CTS-TOTAL-REEMISION TO CON-TIM-IMPORTE.
083000     MOVE CON-LIN-TOTAL-IMPORTE TO CON-LINEA.
083100     PERFORM ESCRIBE-LINEA-CON.
083200
083300     MOVE SPACES TO AGE-LINEA.
083400     PERFORM ESCRIBE-LINEA-AGE.
083500     PERFORM ESCRIBE-TRAMO
083600         VARYING CTS-TRAMO-IDX FROM 1 BY 1
083700         UNTIL CTS-TRAMO-IDX > 4.
083800     MOVE SPACES TO AGE-LIN-TRAMO.
083900     MOVE 'TOTAL       ' TO AGE-TRA-ROTULO.
084000     MOVE CTS-TOTAL-SIGUEN TO AGE-TRA-ORDENES.
084100     MOVE CTS-TOTAL-ABIERTO TO AGE-TRA-IMPORTE.
084200     MOVE AGE-LIN-TRAMO TO AGE-LINEA.
084300     PERFORM ESCRIBE-LINEA-AGE.
084400
084500     CLOSE ABIFILE.
084600     CLOSE RESFILE.
084700     CLOSE ABIOUT.
084800     CLOSE REEFILE.
084900     CLOSE CONREPT.
085000     CLOSE AGEREPT.
085100
085200     MOVE CTS-TOTAL-PAGADO TO CTS-TOTAL-PAGADO-ED.
085300     MOVE CTS-TOTAL-REEMISION TO CTS-TOTAL-REEMISION-ED.
085400     MOVE CTS-TOTAL-ABIERTO TO CTS-TOTAL-ABIERTO-ED.
085500
085600     DISPLAY ' '.
085700     DISPLAY '===================================='.
085800     DISPLAY '  CON-TESO - INFORME DE CONTROL'.
085900     DISPLAY '===================================='.
086000     DISPLAY '  ABIERTAS    : ' CTS-TOTAL-ABIERTAS.
086100     DISPLAY '  RESULTADOS  : ' CTS-TOTAL-RESULTADOS.
086200     DISPLAY '  PAGADAS     : ' CTS-TOTAL-PAGADAS.
086300     DISPLAY '  RECHAZADAS  : ' CTS-TOTAL-RECHAZADAS.
086400     DISPLAY '  DEVUELTAS   : ' CTS-TOTAL-DEVUELTAS.
086500     DISPLAY '  SIGUEN      : ' CTS-TOTAL-SIGUEN.
086600     DISPLAY '  FUERA PLAZO : ' CTS-TOTAL-FUERA-PLAZO.
086700     DISPLAY '  INCIDENCIAS : ' CTS-TOTAL-INCIDENCIAS.
086800     DISPLAY '  IMPORTE PAGO: ' CTS-TOTAL-PAGADO-ED.
086900     DISPLAY '  IMPORTE REEM: ' CTS-TOTAL-REEMISION-ED.
087000     DISPLAY '  IMPORTE ABIE: ' CTS-TOTAL-ABIERTO-ED.
087100     DISPLAY '===================================='.
087200
087300     DISPLAY 'FIN DE PROGRAMA'
087400
087500     STOP RUN.
