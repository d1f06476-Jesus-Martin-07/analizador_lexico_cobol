000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   GEN-ADEU                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      REMESA DE ADEUDOS DIRECTOS SEPA DEL PAGO      *
001000*                  FRACCIONADO.  RECORRE LAS CUOTAS PENDIENTES   *
001100*                  DE CON-FRAC (PENFILE) Y, PARA CADA CUOTA CON  *
001200*                  SALDO QUE VENCE DENTRO DE LA ANTELACION DE LA *
001300*                  PARMCARD Y CUYO CONTRIBUYENTE TIENE MANDATO   *
001400*                  ACTIVO (MANDFILE), ESCRIBE EL ADEUDO EN EL    *
001500*                  FICHERO PARA EL BANCO (ADEFILE) Y EL COBRO EN *
001600*                  FORMATO DE PAGOFILE (COBFILE), QUE CON-FRAC   *
001700*                  APLICA AL DIA SIGUIENTE COMO UN PAGO MAS.  SI *
001800*                  EL BANCO DEVUELVE EL ADEUDO, DEV-ADEU REPONE  *
001900*                  LA CUOTA.  EL MANDATO GUARDA EL ULTIMO        *
002000*                  VENCIMIENTO PRESENTADO PARA NO PRESENTAR DOS  *
002100*                  VECES LA MISMA CUOTA.                         *
002200*                                                                *
002300*-----------------------------------------------------------------
002400*    MODIFICATION HISTORY                                       *
002500*-----------------------------------------------------------------
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  -------------------------------------------*
002800*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
002900*****************************************************************
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. GEN-ADEU.
003300 AUTHOR. J. MARTIN.
003400 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600
004700     SELECT PARMFILE ASSIGN TO PARMCARD
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS GAD-PARMFILE-STATUS.
005000
005100     SELECT PENFILE ASSIGN TO PENFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS GAD-PENFILE-STATUS.
005400
005500     SELECT MANDFILE ASSIGN TO MANDFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS MAN-TAXPAYER-ID
005900         FILE STATUS IS GAD-MANDFILE-STATUS.
006000
006100     SELECT MASTFILE ASSIGN TO MASTFILE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS MST-TAXPAYER-ID
006500         FILE STATUS IS GAD-MASTFILE-STATUS.
006600
006700     SELECT ADEFILE ASSIGN TO ADEFILE
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS GAD-ADEFILE-STATUS.
007000
007100     SELECT COBFILE ASSIGN TO COBFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS GAD-COBFILE-STATUS.
007400
007500     SELECT REMREPT ASSIGN TO REMREPT
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS GAD-REMREPT-STATUS.
007800
007900 DATA DIVISION.
008000
008100 FILE SECTION.
008200
008300*--------------------------------------------------------------*
008400*    PARMFILE - UNA TARJETA DE PARAMETROS:                      *
008500*        COL 01-03  ANTELACION EN DIAS 9(03): SE PRESENTAN LAS  *
008600*                   CUOTAS QUE VENCEN ENTRE MANANA Y HOY MAS    *
008700*                   ESTOS DIAS.  OBLIGATORIO Y MAYOR QUE CERO.  *
008800*        COL 04-38  IDENTIFICADOR SEPA DEL ACREEDOR.            *
008900*        COL 39-78  NOMBRE DEL ACREEDOR.                        *
009000*--------------------------------------------------------------*
009100 FD  PARMFILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  GAD-PARM-REC.
009500     05 GAD-PRM-ANTELACION       PIC X(03).
009600     05 GAD-PRM-ACREEDOR         PIC X(35).
009700     05 GAD-PRM-NOMBRE           PIC X(40).
009800     05 FILLER                   PIC X(02).
009900
010000 FD  PENFILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY PENDREG.
010400
010500 FD  MANDFILE.
010600     COPY MANDREG.
010700
010800 FD  MASTFILE.
010900     COPY TAXPAYR.
011000
011100 FD  ADEFILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400     COPY ADEUREG.
011500
011600*--------------------------------------------------------------*
011700*    COBFILE - UN PAGO POR ADEUDO PRESENTADO, POR EL SALDO DE   *
011800*    LA CUOTA Y CON FECHA DE SU VENCIMIENTO (FECHA DE CARGO).   *
011900*    CON-FRAC LO APLICA JUNTO CON LOS PAGOS DE RECAUDACION Y    *
012000*    ASI-CTA LO ASIENTA COMO PAGO DE CUOTA.                     *
012100*--------------------------------------------------------------*
012200 FD  COBFILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500     COPY PAGOREG.
012600
012700 FD  REMREPT
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 01  REM-LINEA                   PIC X(132).
013100
013200 WORKING-STORAGE SECTION.
013300
013400 01  GAD-FILE-STATUSES.
013500     05 GAD-PARMFILE-STATUS      PIC X(02) VALUE '00'.
013600     05 GAD-PENFILE-STATUS       PIC X(02) VALUE '00'.
013700     05 GAD-MANDFILE-STATUS      PIC X(02) VALUE '00'.
013800     05 GAD-MASTFILE-STATUS      PIC X(02) VALUE '00'.
013900     05 GAD-ADEFILE-STATUS       PIC X(02) VALUE '00'.
014000     05 GAD-COBFILE-STATUS       PIC X(02) VALUE '00'.
014100     05 GAD-REMREPT-STATUS       PIC X(02) VALUE '00'.
014200
014300 01  GAD-ERROR-CONTROL.
014400     05 GAD-ERROR-ARCHIVO        PIC X(08).
014500     05 GAD-ERROR-STATUS         PIC X(02).
014600
014700 01  GAD-SWITCHES.
014800     05 GAD-PARM-EOF-SW          PIC X(01) VALUE 'N'.
014900         88 GAD-PARM-EOF             VALUE 'Y'.
015000     05 GAD-PEN-EOF-SW           PIC X(01) VALUE 'N'.
015100         88 GAD-PEN-EOF              VALUE 'Y'.
015200     05 GAD-MANDATO-SW           PIC X(01) VALUE 'N'.
015300         88 GAD-CON-MANDATO          VALUE 'S'.
015400         88 GAD-SIN-MANDATO          VALUE 'N'.
015500     05 GAD-MAESTRO-SW           PIC X(01) VALUE 'N'.
015600         88 GAD-EN-MAESTRO           VALUE 'S'.
015700         88 GAD-SIN-MAESTRO          VALUE 'N'.
015800
015900 01  GAD-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
016000
016100 01  GAD-ANTELACION              PIC 9(03) VALUE ZERO.
016200
016300*--------------------------------------------------------------*
016400*    GAD-CALCULO-DIAS - UNA FECHA AAAAMMDD SE CONVIERTE EN UN   *
016500*    NUMERO DE DIAS CORRIDOS (CALENDARIO GREGORIANO, CONTANDO   *
016600*    EL ANO DESDE MARZO PARA QUE FEBRERO QUEDE AL FINAL); LOS   *
016700*    DIAS QUE FALTAN PARA UN VENCIMIENTO SON LA DIFERENCIA DE   *
016800*    DOS DE ELLOS.                                              *
016900*--------------------------------------------------------------*
017000 01  GAD-CALCULO-DIAS.
017100     05 GAD-DC-FECHA             PIC 9(08).
017200     05 GAD-DC-ANO               PIC 9(04).
017300     05 GAD-DC-MMDD              PIC 9(04).
017400     05 GAD-DC-MES               PIC 9(02).
017500     05 GAD-DC-DIA               PIC 9(02).
017600     05 GAD-DC-BIS4              PIC 9(04).
017700     05 GAD-DC-BIS100            PIC 9(04).
017800     05 GAD-DC-BIS400            PIC 9(04).
017900     05 GAD-DC-DIAS-MES          PIC 9(03).
018000     05 GAD-DC-DIAS              PIC 9(07).
018100
018200 01  GAD-DIAS-EJECUCION          PIC 9(07) VALUE ZERO.
018300 01  GAD-DIAS-A-VENCIMIENTO      PIC S9(07) VALUE ZERO.
018400
018500 01  GAD-CALCULO.
018600     05 GAD-PAGADO               PIC 9(09)V99.
018700     05 GAD-SALDO                PIC S9(09)V99.
018800
018900 01  GAD-TOTALES.
019000     05 GAD-TOTAL-CUOTAS         PIC 9(09) VALUE ZERO.
019100     05 GAD-TOTAL-EN-PLAZO       PIC 9(09) VALUE ZERO.
019200     05 GAD-TOTAL-PRESENTADAS    PIC 9(09) VALUE ZERO.
019300     05 GAD-TOTAL-SIN-MANDATO    PIC 9(09) VALUE ZERO.
019400     05 GAD-TOTAL-NO-ACTIVO      PIC 9(09) VALUE ZERO.
019500     05 GAD-TOTAL-YA-PRESENTADAS PIC 9(09) VALUE ZERO.
019600     05 GAD-TOTAL-SIN-MAESTRO    PIC 9(09) VALUE ZERO.
019700     05 GAD-TOTAL-IMPORTE        PIC 9(13)V99 VALUE ZERO.
019800     05 GAD-TOTAL-IMPORTE-ED     PIC Z(12)9.99.
019900
020000*--------------------------------------------------------------*
020100*    LINEAS DEL LISTADO DE LA REMESA (REMREPT).                 *
020200*--------------------------------------------------------------*
020300 01  REM-LIN-TITULO.
020400     05 FILLER                   PIC X(52) VALUE
020500         'GEN-ADEU - REMESA DE ADEUDOS DIRECTOS SEPA - FECHA: '.
020600     05 REM-TIT-FECHA            PIC 9(08).
020700     05 FILLER                   PIC X(15) VALUE
020800         ' - ANTELACION: '.
020900     05 REM-TIT-ANTELACION       PIC ZZ9.
021000     05 FILLER                   PIC X(05) VALUE ' DIAS'.
021100     05 FILLER                   PIC X(49) VALUE SPACES.
021200
021300 01  REM-LIN-CABECERA.
021400     05 FILLER                   PIC X(19) VALUE 'SITUACION'.
021500     05 FILLER                   PIC X(11) VALUE 'CONTRIBUY. '.
021600     05 FILLER                   PIC X(04) VALUE 'CU. '.
021700     05 FILLER                   PIC X(10) VALUE 'VENCIM.   '.
021800     05 FILLER                   PIC X(14) VALUE 'IMPORTE'.
021900     05 FILLER                   PIC X(36) VALUE
022000         'REFERENCIA MANDATO'.
022100     05 FILLER                   PIC X(38) VALUE 'IBAN'.
022200
022300 01  REM-LIN-DETALLE.
022400     05 REM-DET-SITUACION        PIC X(18).
022500     05 FILLER                   PIC X(01) VALUE SPACES.
022600     05 REM-DET-ID               PIC X(09).
022700     05 FILLER                   PIC X(02) VALUE SPACES.
022800     05 REM-DET-CUOTA            PIC 9(01).
022900     05 FILLER                   PIC X(03) VALUE SPACES.
023000     05 REM-DET-VENCIMIENTO      PIC 9(08).
023100     05 FILLER                   PIC X(02) VALUE SPACES.
023200     05 REM-DET-IMPORTE          PIC ZZZZZZZZ9.99.
023300     05 FILLER                   PIC X(02) VALUE SPACES.
023400     05 REM-DET-MANDATO          PIC X(35).
023500     05 FILLER                   PIC X(01) VALUE SPACES.
023600     05 REM-DET-IBAN             PIC X(34).
023700     05 FILLER                   PIC X(04) VALUE SPACES.
023800
023900 01  REM-LIN-TOTAL.
024000     05 REM-TOT-ROTULO           PIC X(26).
024100     05 REM-TOT-CONTADOR         PIC ZZZZZZZZ9.
024200     05 FILLER                   PIC X(97) VALUE SPACES.
024300
024400 01  REM-LIN-TOTAL-IMPORTE.
024500     05 REM-TIM-ROTULO           PIC X(26).
024600     05 REM-TIM-IMPORTE          PIC Z(12)9.99.
024700     05 FILLER                   PIC X(90) VALUE SPACES.
024800
024900 PROCEDURE DIVISION.
025000
025100 MAIN-PROCEDURE.
025200
025300     PERFORM INICIO.
025400
025500     PERFORM PROCESA-CUOTA WITH TEST AFTER UNTIL GAD-PEN-EOF.
025600
025700     PERFORM FIN.
025800
025900 INICIO.
026000
026100     DISPLAY 'GEN-ADEU - REMESA DE ADEUDOS DIRECTOS SEPA'.
026200
026300     ACCEPT GAD-FECHA-EJECUCION FROM DATE YYYYMMDD.
026400
026500     MOVE GAD-FECHA-EJECUCION TO GAD-DC-FECHA.
026600     PERFORM CALCULA-DIAS.
026700     MOVE GAD-DC-DIAS TO GAD-DIAS-EJECUCION.
026800
026900     PERFORM LEE-PARAMETROS.
027000
027100     OPEN INPUT PENFILE.
027200     MOVE 'PENFILE ' TO GAD-ERROR-ARCHIVO.
027300     MOVE GAD-PENFILE-STATUS TO GAD-ERROR-STATUS.
027400     PERFORM VERIFICA-ESTADO-ARCHIVO.
027500
027600     OPEN I-O MANDFILE.
027700     MOVE 'MANDFILE' TO GAD-ERROR-ARCHIVO.
027800     MOVE GAD-MANDFILE-STATUS TO GAD-ERROR-STATUS.
027900     PERFORM VERIFICA-ESTADO-ARCHIVO.
028000
028100     OPEN INPUT MASTFILE.
028200     MOVE 'MASTFILE' TO GAD-ERROR-ARCHIVO.
028300     MOVE GAD-MASTFILE-STATUS TO GAD-ERROR-STATUS.
028400     PERFORM VERIFICA-ESTADO-ARCHIVO.
028500
028600     OPEN OUTPUT ADEFILE.
028700     MOVE 'ADEFILE ' TO GAD-ERROR-ARCHIVO.
028800     MOVE GAD-ADEFILE-STATUS TO GAD-ERROR-STATUS.
028900     PERFORM VERIFICA-ESTADO-ARCHIVO.
029000
029100     OPEN OUTPUT COBFILE.
029200     MOVE 'COBFILE ' TO GAD-ERROR-ARCHIVO.
029300     MOVE GAD-COBFILE-STATUS TO GAD-ERROR-STATUS.
029400     PERFORM VERIFICA-ESTADO-ARCHIVO.
029500
029600     OPEN OUTPUT REMREPT.
029700     MOVE 'REMREPT ' TO GAD-ERROR-ARCHIVO.
029800     MOVE GAD-REMREPT-STATUS TO GAD-ERROR-STATUS.
029900     PERFORM VERIFICA-ESTADO-ARCHIVO.
030000
030100     MOVE SPACES TO ADE-ADEUDO-REC.
030200     SET ADE-CABECERA TO TRUE.
030300     MOVE GAD-PRM-ACREEDOR TO ADE-CAB-ACREEDOR.
030400     MOVE GAD-PRM-NOMBRE TO ADE-CAB-NOMBRE.
030500     MOVE GAD-FECHA-EJECUCION TO ADE-CAB-FECHA-CREACION.
030600     PERFORM ESCRIBE-ADEUDO.
030700
030800     MOVE GAD-FECHA-EJECUCION TO REM-TIT-FECHA.
030900     MOVE GAD-ANTELACION TO REM-TIT-ANTELACION.
031000     MOVE REM-LIN-TITULO TO REM-LINEA.
031100     PERFORM ESCRIBE-LINEA.
031200     MOVE SPACES TO REM-LINEA.
031300     PERFORM ESCRIBE-LINEA.
031400     MOVE REM-LIN-CABECERA TO REM-LINEA.
031500     PERFORM ESCRIBE-LINEA.
031600     MOVE SPACES TO REM-LINEA.
031700     PERFORM ESCRIBE-LINEA.
031800
031900*--------------------------------------------------------------*
032000*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
032100*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
032200*--------------------------------------------------------------*
032300 VERIFICA-ESTADO-ARCHIVO.
032400
032500     IF GAD-ERROR-STATUS NOT = '00'
032600         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' GAD-ERROR-ARCHIVO
032700         DISPLAY '*** FILE STATUS            : ' GAD-ERROR-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100
033200*--------------------------------------------------------------*
033300*    LEE-PARAMETROS - LA ANTELACION ES OBLIGATORIA, NUMERICA Y  *
033400*    MAYOR QUE CERO; EL IDENTIFICADOR DEL ACREEDOR NO PUEDE IR  *
033500*    EN BLANCO (EL BANCO RECHAZARIA LA REMESA ENTERA).          *
033600*--------------------------------------------------------------*
033700 LEE-PARAMETROS.
033800
033900     OPEN INPUT PARMFILE.
034000     MOVE 'PARMCARD' TO GAD-ERROR-ARCHIVO.
034100     MOVE GAD-PARMFILE-STATUS TO GAD-ERROR-STATUS.
034200     PERFORM VERIFICA-ESTADO-ARCHIVO.
034300
034400     READ PARMFILE
034500         AT END
034600             SET GAD-PARM-EOF TO TRUE
034700     END-READ.
034800
034900     IF GAD-PARM-EOF
035000         OR GAD-PRM-ANTELACION NOT NUMERIC
035100         OR GAD-PRM-ANTELACION = '000'
035200         DISPLAY '*** FALTA O ES INVALIDA LA ANTELACION EN LA '
035300             'TARJETA DE PARAMETROS'
035400         MOVE 16 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035700
035800     IF GAD-PRM-ACREEDOR = SPACES
035900         DISPLAY '*** FALTA EL IDENTIFICADOR DEL ACREEDOR EN LA '
036000             'TARJETA DE PARAMETROS'
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400
036500     MOVE GAD-PRM-ANTELACION TO GAD-ANTELACION.
036600
036700     CLOSE PARMFILE.
036800
036900     DISPLAY 'ANTELACION          : ' GAD-ANTELACION ' DIAS'.
037000     DISPLAY 'ACREEDOR            : ' GAD-PRM-ACREEDOR.
037100
037200*--------------------------------------------------------------*
037300*    CALCULA-DIAS - GAD-DC-FECHA (AAAAMMDD) A DIAS CORRIDOS EN  *
037400*    GAD-DC-DIAS.  ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14   *
037500*    DEL ANO ANTERIOR; ASI EL DIA BISIESTO CAE AL FINAL.        *
037600*--------------------------------------------------------------*
037700 CALCULA-DIAS.
037800
037900     DIVIDE GAD-DC-FECHA BY 10000
038000         GIVING GAD-DC-ANO
038100         REMAINDER GAD-DC-MMDD.
038200     DIVIDE GAD-DC-MMDD BY 100
038300         GIVING GAD-DC-MES
038400         REMAINDER GAD-DC-DIA.
038500
038600     IF GAD-DC-MES < 3
038700         SUBTRACT 1 FROM GAD-DC-ANO
038800         ADD 12 TO GAD-DC-MES
038900     END-IF.
039000
039100     DIVIDE GAD-DC-ANO BY 4 GIVING GAD-DC-BIS4.
039200     DIVIDE GAD-DC-ANO BY 100 GIVING GAD-DC-BIS100.
039300     DIVIDE GAD-DC-ANO BY 400 GIVING GAD-DC-BIS400.
039400
039500     COMPUTE GAD-DC-DIAS-MES =
039600         ((153 * (GAD-DC-MES - 3)) + 2) / 5.
039700
039800     COMPUTE GAD-DC-DIAS =
039900         (365 * GAD-DC-ANO) + GAD-DC-BIS4 - GAD-DC-BIS100
040000         + GAD-DC-BIS400 + GAD-DC-DIAS-MES + GAD-DC-DIA.
040100
040200*--------------------------------------------------------------*
040300*    PROCESA-CUOTA - SOLO INTERESAN LAS CUOTAS CON SALDO QUE    *
040400*    VENCEN DENTRO DE LA ANTELACION.  LAS YA VENCIDAS NO SE     *
040500*    PRESENTAN: SIGUEN EL CIRCUITO DE MOROSIDAD DE CON-FRAC.    *
040600*--------------------------------------------------------------*
040700 PROCESA-CUOTA.
040800
040900     READ PENFILE
041000         AT END
041100             SET GAD-PEN-EOF TO TRUE
041200     END-READ.
041300
041400     IF NOT GAD-PEN-EOF
041500         ADD 1 TO GAD-TOTAL-CUOTAS
041600         IF PEN-PAGADO NUMERIC
041700             MOVE PEN-PAGADO TO GAD-PAGADO
041800         ELSE
041900             MOVE ZERO TO GAD-PAGADO
042000         END-IF
042100         COMPUTE GAD-SALDO = PEN-IMPORTE - GAD-PAGADO
042200         IF GAD-SALDO > 0
042300             MOVE PEN-VENCIMIENTO TO GAD-DC-FECHA
042400             PERFORM CALCULA-DIAS
042500             COMPUTE GAD-DIAS-A-VENCIMIENTO =
042600                 GAD-DC-DIAS - GAD-DIAS-EJECUCION
042700             IF GAD-DIAS-A-VENCIMIENTO > 0
042800                 AND GAD-DIAS-A-VENCIMIENTO NOT > GAD-ANTELACION
042900                 ADD 1 TO GAD-TOTAL-EN-PLAZO
043000                 PERFORM COMPRUEBA-MANDATO
043100             END-IF
043200         END-IF
043300     END-IF.
043400
043500*--------------------------------------------------------------*
043600*    COMPRUEBA-MANDATO - SIN MANDATO, LA CUOTA SE PAGA POR LOS  *
043700*    MEDIOS HABITUALES (SOLO SE CUENTA).  CON MANDATO INACTIVO  *
043800*    SE LISTA, PARA QUE SE SEPA POR QUE NO SE COBRO.  UNA CUOTA *
043900*    CON VENCIMIENTO NO POSTERIOR AL ULTIMO PRESENTADO YA ESTA  *
044000*    EN UNA REMESA ANTERIOR (O FUE DEVUELTA) Y NO SE REPITE.    *
044100*--------------------------------------------------------------*
044200 COMPRUEBA-MANDATO.
044300
044400     MOVE PEN-TAXPAYER-ID TO MAN-TAXPAYER-ID.
044500
044600     READ MANDFILE
044700         INVALID KEY
044800             SET GAD-SIN-MANDATO TO TRUE
044900         NOT INVALID KEY
045000             SET GAD-CON-MANDATO TO TRUE
045100     END-READ.
045200
045300     IF GAD-SIN-MANDATO
045400         IF GAD-MANDFILE-STATUS NOT = '23'
045500             MOVE 'MANDFILE' TO GAD-ERROR-ARCHIVO
045600             MOVE GAD-MANDFILE-STATUS TO GAD-ERROR-STATUS
045700             PERFORM VERIFICA-ESTADO-ARCHIVO
045800         END-IF
045900         ADD 1 TO GAD-TOTAL-SIN-MANDATO
046000     ELSE
046100         IF NOT MAN-ACTIVO
046200             ADD 1 TO GAD-TOTAL-NO-ACTIVO
046300             MOVE 'MANDATO NO ACTIVO ' TO REM-DET-SITUACION
046400             PERFORM REPORTA-CUOTA
046500         ELSE
046600             IF PEN-VENCIMIENTO NOT > MAN-ULT-VENC-PRESENTADO
046700                 ADD 1 TO GAD-TOTAL-YA-PRESENTADAS
046800             ELSE
046900                 PERFORM LEE-MAESTRO
047000                 IF GAD-SIN-MAESTRO
047100                     ADD 1 TO GAD-TOTAL-SIN-MAESTRO
047200                     MOVE 'SIN MAESTRO       '
047300                         TO REM-DET-SITUACION
047400                     PERFORM REPORTA-CUOTA
047500                 ELSE
047600                     PERFORM PRESENTA-ADEUDO
047700                 END-IF
047800             END-IF
047900         END-IF
048000     END-IF.
048100
048200*--------------------------------------------------------------*
048300*    LEE-MAESTRO - EL NOMBRE DEL DEUDOR ES OBLIGATORIO EN EL    *
048400*    ADEUDO; SE TOMA DEL MAESTRO DE CONTRIBUYENTES.             *
048500*--------------------------------------------------------------*
048600 LEE-MAESTRO.
048700
048800     MOVE PEN-TAXPAYER-ID TO MST-TAXPAYER-ID.
048900
049000     READ MASTFILE
049100         INVALID KEY
049200             SET GAD-SIN-MAESTRO TO TRUE
049300         NOT INVALID KEY
049400             SET GAD-EN-MAESTRO TO TRUE
049500     END-READ.
049600
049700     IF GAD-SIN-MAESTRO
049800         IF GAD-MASTFILE-STATUS NOT = '23'
049900             MOVE 'MASTFILE' TO GAD-ERROR-ARCHIVO
050000             MOVE GAD-MASTFILE-STATUS TO GAD-ERROR-STATUS
050100             PERFORM VERIFICA-ESTADO-ARCHIVO
050200         END-IF
050300     END-IF.
050400
050500*--------------------------------------------------------------*
050600*    PRESENTA-ADEUDO - ADEUDO AL BANCO POR EL SALDO DE LA       *
050700*    CUOTA, COBRO PARA CON-FRAC Y ULTIMO VENCIMIENTO            *
050800*    PRESENTADO EN EL MANDATO.  LA REFERENCIA DEL ADEUDO ES     *
050900*    CONTRIBUYENTE + CUOTA + VENCIMIENTO, UNICA POR CUOTA.      *
051000*--------------------------------------------------------------*
051100 PRESENTA-ADEUDO.
051200
051300     ADD 1 TO GAD-TOTAL-PRESENTADAS.
051400     ADD GAD-SALDO TO GAD-TOTAL-IMPORTE.
051500
051600     MOVE SPACES TO ADE-ADEUDO-REC.
051700     SET ADE-DETALLE TO TRUE.
051800     MOVE PEN-TAXPAYER-ID   TO ADE-DET-REFERENCIA (1:9).
051900     MOVE PEN-NUM-CUOTA     TO ADE-DET-REFERENCIA (10:1).
052000     MOVE PEN-VENCIMIENTO   TO ADE-DET-REFERENCIA (11:8).
052100     MOVE PEN-TAXPAYER-ID   TO ADE-DET-TAXPAYER-ID.
052200     MOVE PEN-NUM-CUOTA     TO ADE-DET-NUM-CUOTA.
052300     MOVE GAD-SALDO         TO ADE-DET-IMPORTE.
052400     MOVE PEN-VENCIMIENTO   TO ADE-DET-FECHA-COBRO.
052500     MOVE MAN-REFERENCIA    TO ADE-DET-MANDATO.
052600     MOVE MAN-FECHA-FIRMA   TO ADE-DET-FECHA-FIRMA.
052700     MOVE MAN-IBAN          TO ADE-DET-IBAN.
052800     MOVE MST-TAXPAYER-NAME TO ADE-DET-NOMBRE.
052900     PERFORM ESCRIBE-ADEUDO.
053000
053100     MOVE SPACES TO PAG-PAGO-REC.
053200     MOVE PEN-TAXPAYER-ID   TO PAG-TAXPAYER-ID.
053300     MOVE PEN-NUM-CUOTA     TO PAG-NUM-CUOTA.
053400     MOVE GAD-SALDO         TO PAG-IMPORTE.
053500     MOVE PEN-VENCIMIENTO   TO PAG-FECHA.
053600     WRITE PAG-PAGO-REC.
053700     MOVE 'COBFILE ' TO GAD-ERROR-ARCHIVO.
053800     MOVE GAD-COBFILE-STATUS TO GAD-ERROR-STATUS.
053900     PERFORM VERIFICA-ESTADO-ARCHIVO.
054000
054100     MOVE PEN-VENCIMIENTO TO MAN-ULT-VENC-PRESENTADO.
054200     REWRITE MAN-MANDATO-REC.
054300     MOVE 'MANDFILE' TO GAD-ERROR-ARCHIVO.
054400     MOVE GAD-MANDFILE-STATUS TO GAD-ERROR-STATUS.
054500     PERFORM VERIFICA-ESTADO-ARCHIVO.
054600
054700     MOVE 'ADEUDO PRESENTADO ' TO REM-DET-SITUACION.
054800     PERFORM REPORTA-CUOTA.
054900
055000 REPORTA-CUOTA.
055100
055200     MOVE PEN-TAXPAYER-ID TO REM-DET-ID.
055300     MOVE PEN-NUM-CUOTA TO REM-DET-CUOTA.
055400     MOVE PEN-VENCIMIENTO TO REM-DET-VENCIMIENTO.
055500     MOVE GAD-SALDO TO REM-DET-IMPORTE.
055600     MOVE MAN-REFERENCIA TO REM-DET-MANDATO.
055700     MOVE MAN-IBAN TO REM-DET-IBAN.
055800     MOVE REM-LIN-DETALLE TO REM-LINEA.
055900     PERFORM ESCRIBE-LINEA.
056000
056100 ESCRIBE-ADEUDO.
056200
056300     WRITE ADE-ADEUDO-REC.
056400     MOVE 'ADEFILE ' TO GAD-ERROR-ARCHIVO.
056500     MOVE GAD-ADEFILE-STATUS TO GAD-ERROR-STATUS.
056600     PERFORM VERIFICA-ESTADO-ARCHIVO.
056700
056800 ESCRIBE-LINEA.
056900
057000     WRITE REM-LINEA.
057100     MOVE 'REMREPT ' TO GAD-ERROR-ARCHIVO.
057200     MOVE GAD-REMREPT-STATUS TO GAD-ERROR-STATUS.
057300     PERFORM VERIFICA-ESTADO-ARCHIVO.
057400
057500 FIN.
057600
057700     MOVE SPACES TO ADE-ADEUDO-REC.
057800     SET ADE-TOTAL TO TRUE.
057900     MOVE GAD-TOTAL-PRESENTADAS TO ADE-TOT-ADEUDOS.
058000     MOVE GAD-TOTAL-IMPORTE TO ADE-TOT-IMPORTE.
058100     PERFORM ESCRIBE-ADEUDO.
058200
058300     MOVE SPACES TO REM-LINEA.
058400     PERFORM ESCRIBE-LINEA.
058500     MOVE 'CUOTAS PENDIENTES LEIDAS: ' TO REM-TOT-ROTULO.
058600     MOVE GAD-TOTAL-CUOTAS TO REM-TOT-CONTADOR.
058700     MOVE REM-LIN-TOTAL TO REM-LINEA.
058800     PERFORM ESCRIBE-LINEA.
058900     MOVE 'VENCEN EN LA ANTELACION : ' TO REM-TOT-ROTULO.
059000     MOVE GAD-TOTAL-EN-PLAZO TO REM-TOT-CONTADOR.
059100     MOVE REM-LIN-TOTAL TO REM-LINEA.
059200     PERFORM ESCRIBE-LINEA.
059300     MOVE 'ADEUDOS PRESENTADOS     : ' TO REM-TOT-ROTULO.
059400     MOVE GAD-TOTAL-PRESENTADAS TO REM-TOT-CONTADOR.
059500     MOVE REM-LIN-TOTAL TO REM-LINEA.
059600     PERFORM ESCRIBE-LINEA.
059700     MOVE 'SIN MANDATO             : ' TO REM-TOT-ROTULO.
059800     MOVE GAD-TOTAL-SIN-MANDATO TO REM-TOT-CONTADOR.
059900     MOVE REM-LIN-TOTAL TO REM-LINEA.
060000     PERFORM ESCRIBE-LINEA.
060100     MOVE 'MANDATO NO ACTIVO       : ' TO REM-TOT-ROTULO.
060200     MOVE GAD-TOTAL-NO-ACTIVO TO REM-TOT-CONTADOR.
060300     MOVE REM-LIN-TOTAL TO REM-LINEA.
060400     PERFORM ESCRIBE-LINEA.
060500     MOVE 'YA PRESENTADAS          : ' TO REM-TOT-ROTULO.
060600     MOVE GAD-TOTAL-YA-PRESENTADAS TO REM-TOT-CONTADOR.
060700     MOVE REM-LIN-TOTAL TO REM-LINEA.
060800     PERFORM ESCRIBE-LINEA.
060900     MOVE 'SIN MAESTRO             : ' TO REM-TOT-ROTULO.
061000     MOVE GAD-TOTAL-SIN-MAESTRO TO REM-TOT-CONTADOR.
061100     MOVE REM-LIN-TOTAL TO REM-LINEA.
061200     PERFORM ESCRIBE-LINEA.
061300     MOVE 'IMPORTE DE LA REMESA    : ' TO REM-TIM-ROTULO.
061400     MOVE GAD-TOTAL-IMPORTE TO REM-TIM-IMPORTE.
061500     MOVE REM-LIN-TOTAL-IMPORTE TO REM-LINEA.
061600     PERFORM ESCRIBE-LINEA.
061700
061800     CLOSE PENFILE.
061900     CLOSE MANDFILE.
062000     CLOSE MASTFILE.
062100     CLOSE ADEFILE.
062200     CLOSE COBFILE.
062300     CLOSE REMREPT.
062400
062500     MOVE GAD-TOTAL-IMPORTE TO GAD-TOTAL-IMPORTE-ED.
062600
062700     DISPLAY ' '.
062800     DISPLAY '===================================='.
062900     DISPLAY '  GEN-ADEU - INFORME DE CONTROL'.
063000     DISPLAY '===================================='.
063100     DISPLAY '  CUOTAS LEIDAS: ' GAD-TOTAL-CUOTAS.
063200     DISPLAY '  EN PLAZO     : ' GAD-TOTAL-EN-PLAZO.
063300     DISPLAY '  PRESENTADAS  : ' GAD-TOTAL-PRESENTADAS.
063400     DISPLAY '  SIN MANDATO  : ' GAD-TOTAL-SIN-MANDATO.
063500     DISPLAY '  NO ACTIVO    : ' GAD-TOTAL-NO-ACTIVO.
063600     DISPLAY '  YA PRESENT.  : ' GAD-TOTAL-YA-PRESENTADAS.
063700     DISPLAY '  SIN MAESTRO  : ' GAD-TOTAL-SIN-MAESTRO.
063800     DISPLAY '  IMPORTE      : ' GAD-TOTAL-IMPORTE-ED.
063900     DISPLAY '===================================='.
064000
064100     DISPLAY 'FIN DE PROGRAMA'
064200
064300     STOP RUN.
