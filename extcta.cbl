000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   EXT-CTA                                      *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      EXTRACTO DE LA CUENTA CORRIENTE TRIBUTARIA    *
001000*                  (CTAFILE, ALIMENTADA POR ASI-CTA): PARA UN    *
001100*                  CONTRIBUYENTE O UN RANGO DE CONTRIBUYENTES,   *
001200*                  Y OPCIONALMENTE UN RANGO DE FECHAS DE         *
001300*                  ASIENTO, EDITA UNA PAGINA POR CONTRIBUYENTE   *
001400*                  CON EL SALDO ANTERIOR, CADA MOVIMIENTO CON EL *
001500*                  SALDO QUE DEJA Y EL SALDO FINAL.  ES LA CIFRA *
001600*                  UNICA QUE USAN LA MESA DE COBROS Y LA         *
001700*                  VENTANILLA DE RECLAMACIONES.                  *
001800*                                                                *
001900*-----------------------------------------------------------------
002000*    MODIFICATION HISTORY                                       *
002100*-----------------------------------------------------------------
002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------- ----  -------------------------------------------*
002400*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
002500*****************************************************************
002600
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. EXT-CTA.
002900 AUTHOR. J. MARTIN.
003000 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     SELECT PARMFILE ASSIGN TO PARMCARD
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS EXT-PARMFILE-STATUS.
004600
004700     SELECT CTAFILE ASSIGN TO CTAFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CTA-CLAVE
005100         FILE STATUS IS EXT-CTAFILE-STATUS.
005200
005300     SELECT MASTFILE ASSIGN TO MASTFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS MST-TAXPAYER-ID
005700         FILE STATUS IS EXT-MASTFILE-STATUS.
005800
005900     SELECT EXTFILE ASSIGN TO EXTFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS EXT-EXTFILE-STATUS.
006200
006300 DATA DIVISION.
006400
006500 FILE SECTION.
006600
006700*--------------------------------------------------------------*
006800*    PARMFILE - UNA TARJETA DE PARAMETROS:                      *
006900*        COL 01-09  CONTRIBUYENTE DESDE (ESPACIOS = TODOS)      *
007000*        COL 10-18  CONTRIBUYENTE HASTA (ESPACIOS = SOLO EL     *
007100*                   CONTRIBUYENTE DESDE)                        *
007200*        COL 19-26  FECHA DE ASIENTO DESDE AAAAMMDD (CEROS O    *
007300*                   ESPACIOS = SIN LIMITE)                      *
007400*        COL 27-34  FECHA DE ASIENTO HASTA AAAAMMDD (IDEM)      *
007500*--------------------------------------------------------------*
007600 FD  PARMFILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  EXT-PARM-REC.
008000     05 EXT-PRM-ID-DESDE         PIC X(09).
008100     05 EXT-PRM-ID-HASTA         PIC X(09).
008200     05 EXT-PRM-FECHA-DESDE      PIC X(08).
008300     05 EXT-PRM-FECHA-HASTA      PIC X(08).
008400     05 FILLER                   PIC X(46).
008500
008600 FD  CTAFILE.
008700     COPY CTACREG.
008800
008900 FD  MASTFILE.
009000     COPY TAXPAYR.
009100
009200 FD  EXTFILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  EXT-LINEA                   PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800
009900 01  EXT-FILE-STATUSES.
010000     05 EXT-PARMFILE-STATUS      PIC X(02) VALUE '00'.
010100     05 EXT-CTAFILE-STATUS       PIC X(02) VALUE '00'.
010200     05 EXT-MASTFILE-STATUS      PIC X(02) VALUE '00'.
010300     05 EXT-EXTFILE-STATUS       PIC X(02) VALUE '00'.
010400
010500 01  EXT-ERROR-CONTROL.
010600     05 EXT-ERROR-ARCHIVO        PIC X(08).
010700     05 EXT-ERROR-STATUS         PIC X(02).
010800
010900 01  EXT-SWITCHES.
011000     05 EXT-PARM-EOF-SW          PIC X(01) VALUE 'N'.
011100         88 EXT-PARM-EOF             VALUE 'Y'.
011200     05 EXT-CTA-EOF-SW           PIC X(01) VALUE 'N'.
011300         88 EXT-CTA-EOF              VALUE 'Y'.
011400     05 EXT-EN-CURSO-SW          PIC X(01) VALUE 'N'.
011500         88 EXT-EXTRACTO-EN-CURSO    VALUE 'S'.
011600     05 EXT-ANTERIOR-SW          PIC X(01) VALUE 'N'.
011700         88 EXT-ANTERIOR-IMPRESO     VALUE 'S'.
011800
011900 01  EXT-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
012000
012100*--------------------------------------------------------------*
012200*    FILTROS EFECTIVOS, YA NORMALIZADOS COMO EN CNS-AUDIT:      *
012300*    CONTRIBUYENTE HASTA EN ESPACIOS = EL DESDE (O TODOS SI EL  *
012400*    DESDE TAMBIEN VA EN ESPACIOS); FECHAS ABIERTAS A           *
012500*    00000000 / 99999999.                                       *
012600*--------------------------------------------------------------*
012700 01  EXT-FILTROS.
012800     05 EXT-FIL-ID-DESDE         PIC X(09) VALUE SPACES.
012900     05 EXT-FIL-ID-HASTA         PIC X(09) VALUE HIGH-VALUES.
013000     05 EXT-FIL-DESDE            PIC 9(08) VALUE ZERO.
013100     05 EXT-FIL-HASTA            PIC 9(08) VALUE 99999999.
013200
013300*--------------------------------------------------------------*
013400*    EXTRACTO EN CURSO - SALDO ANTERIOR AL RANGO, SALDO QUE     *
013500*    DEJA EL ULTIMO MOVIMIENTO DEL RANGO Y SUMAS DEL RANGO.     *
013600*--------------------------------------------------------------*
013700 01  EXT-EXTRACTO-W.
013800     05 EXT-W-ID                 PIC X(09).
013900     05 EXT-W-SALDO-ANTERIOR     PIC S9(11)V99.
014000     05 EXT-W-SALDO-FINAL        PIC S9(11)V99.
014100     05 EXT-W-CARGOS             PIC 9(11)V99.
014200     05 EXT-W-ABONOS             PIC 9(11)V99.
014300     05 EXT-W-MOVIMIENTOS        PIC 9(05).
014400
014500 01  EXT-SALDO-EDICION.
014600     05 EXT-SALDO                PIC S9(11)V99.
014700     05 EXT-SALDO-ABS            PIC 9(11)V99.
014800     05 EXT-SALDO-LETRA          PIC X(08).
014900
015000 01  EXT-TOTALES.
015100     05 EXT-TOTAL-EXTRACTOS      PIC 9(09) VALUE ZERO.
015200     05 EXT-TOTAL-MOVIMIENTOS    PIC 9(09) VALUE ZERO.
015300     05 EXT-TOTAL-SIN-MAESTRO    PIC 9(09) VALUE ZERO.
015400
015500*--------------------------------------------------------------*
015600*    LINEAS DEL EXTRACTO.                                       *
015700*--------------------------------------------------------------*
015800 01  EXT-LIN-MEMBRETE.
015900     05 FILLER                   PIC X(52) VALUE
016000         'DIRECCION GENERAL DE TRIBUTOS - EXTRACTO DE CUENTA  '.
016100     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
016200     05 EXT-MEM-FECHA            PIC 9(08).
016300     05 FILLER                   PIC X(62) VALUE SPACES.
016400
016500 01  EXT-LIN-CONTRIBUYENTE.
016600     05 FILLER                   PIC X(15)
016700         VALUE 'CONTRIBUYENTE: '.
016800     05 EXT-CON-ID               PIC X(09).
016900     05 FILLER                   PIC X(03) VALUE SPACES.
017000     05 EXT-CON-NOMBRE           PIC X(30).
017100     05 FILLER                   PIC X(16)
017200         VALUE '   ASIENTOS DEL '.
017300     05 EXT-CON-DESDE            PIC 9(08).
017400     05 FILLER                   PIC X(04) VALUE ' AL '.
017500     05 EXT-CON-HASTA            PIC 9(08).
017600     05 FILLER                   PIC X(39) VALUE SPACES.
017700
017800 01  EXT-LIN-CABECERA.
017900     05 FILLER                   PIC X(10) VALUE 'F.ASIENTO '.
018000     05 FILLER                   PIC X(10) VALUE 'F.VALOR   '.
018100     05 FILLER                   PIC X(06) VALUE 'MOV.  '.
018200     05 FILLER                   PIC X(05) VALUE 'TIPO '.
018300     05 FILLER                   PIC X(10) VALUE 'ORIGEN    '.
018400     05 FILLER                   PIC X(12) VALUE 'REFERENCIA  '.
018500     05 FILLER                   PIC X(15)
018600         VALUE '          CARGO'.
018700     05 FILLER                   PIC X(15)
018800         VALUE '          ABONO'.
018900     05 FILLER                   PIC X(49) VALUE
019000         '            SALDO'.
019100
019200 01  EXT-LIN-MOVIMIENTO.
019300     05 EXT-MOV-ASIENTO          PIC 9(08).
019400     05 FILLER                   PIC X(02) VALUE SPACES.
019500     05 EXT-MOV-FECHA            PIC 9(08).
019600     05 FILLER                   PIC X(02) VALUE SPACES.
019700     05 EXT-MOV-NUM              PIC 9(05).
019800     05 FILLER                   PIC X(01) VALUE SPACES.
019900     05 EXT-MOV-TIPO             PIC X(02).
020000     05 FILLER                   PIC X(03) VALUE SPACES.
020100     05 EXT-MOV-ORIGEN           PIC X(08).
020200     05 FILLER                   PIC X(02) VALUE SPACES.
020300     05 EXT-MOV-REFERENCIA       PIC X(10).
020400     05 FILLER                   PIC X(02) VALUE SPACES.
020500     05 EXT-MOV-CARGO            PIC ZZZZZZZZ9.99.
020600     05 FILLER                   PIC X(03) VALUE SPACES.
020700     05 EXT-MOV-ABONO            PIC ZZZZZZZZ9.99.
020800     05 FILLER                   PIC X(03) VALUE SPACES.
020900     05 EXT-MOV-SALDO            PIC ZZZZZZZZZZ9.99.
021000     05 FILLER                   PIC X(01) VALUE SPACES.
021100     05 EXT-MOV-LETRA            PIC X(08).
021200     05 FILLER                   PIC X(24) VALUE SPACES.
021300
021400 01  EXT-LIN-SALDO.
021500     05 EXT-SAL-ROTULO           PIC X(30).
021600     05 FILLER                   PIC X(59) VALUE SPACES.
021700     05 EXT-SAL-IMPORTE          PIC ZZZZZZZZZZ9.99.
021800     05 FILLER                   PIC X(01) VALUE SPACES.
021900     05 EXT-SAL-LETRA            PIC X(08).
022000     05 FILLER                   PIC X(20) VALUE SPACES.
022100
022200 01  EXT-LIN-SUMAS.
022300     05 FILLER                   PIC X(30) VALUE
022400         'SUMAS DEL PERIODO'.
022500     05 FILLER                   PIC X(19) VALUE SPACES.
022600     05 EXT-SUM-CARGOS           PIC ZZZZZZZZ9.99.
022700     05 FILLER                   PIC X(03) VALUE SPACES.
022800     05 EXT-SUM-ABONOS           PIC ZZZZZZZZ9.99.
022900     05 FILLER                   PIC X(56) VALUE SPACES.
023000
023100 01  EXT-LIN-CONTROL.
023200     05 EXT-CTL-ROTULO           PIC X(26).
023300     05 EXT-CTL-VALOR            PIC ZZZZZZZZ9.
023400     05 FILLER                   PIC X(97) VALUE SPACES.
023500
023600 PROCEDURE DIVISION.
023700
023800 MAIN-PROCEDURE.
023900
024000     PERFORM INICIO.
024100
024200     PERFORM LEE-CUENTA WITH TEST AFTER UNTIL EXT-CTA-EOF.
024300
024400     IF EXT-EXTRACTO-EN-CURSO
024500         PERFORM CIERRA-EXTRACTO
024600     END-IF.
024700
024800     PERFORM FIN.
024900
025000 INICIO.
025100
025200     DISPLAY 'EXT-CTA - EXTRACTO DE LA CUENTA CORRIENTE'.
025300
025400     ACCEPT EXT-FECHA-EJECUCION FROM DATE YYYYMMDD.
025500
025600     PERFORM LEE-PARAMETROS.
025700
025800     OPEN INPUT CTAFILE.
025900     MOVE 'CTAFILE ' TO EXT-ERROR-ARCHIVO.
026000     MOVE EXT-CTAFILE-STATUS TO EXT-ERROR-STATUS.
026100     PERFORM VERIFICA-ESTADO-ARCHIVO.
026200
026300     OPEN INPUT MASTFILE.
026400     MOVE 'MASTFILE' TO EXT-ERROR-ARCHIVO.
026500     MOVE EXT-MASTFILE-STATUS TO EXT-ERROR-STATUS.
026600     PERFORM VERIFICA-ESTADO-ARCHIVO.
026700
026800     OPEN OUTPUT EXTFILE.
026900     MOVE 'EXTFILE ' TO EXT-ERROR-ARCHIVO.
027000     MOVE EXT-EXTFILE-STATUS TO EXT-ERROR-STATUS.
027100     PERFORM VERIFICA-ESTADO-ARCHIVO.
027200
027300     PERFORM POSICIONA-CUENTA.
027400
027500*--------------------------------------------------------------*
027600*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
027700*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
027800*--------------------------------------------------------------*
027900 VERIFICA-ESTADO-ARCHIVO.
028000
028100     IF EXT-ERROR-STATUS NOT = '00'
028200         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' EXT-ERROR-ARCHIVO
028300         DISPLAY '*** FILE STATUS            : ' EXT-ERROR-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700
028800*--------------------------------------------------------------*
028900*    LEE-PARAMETROS - CARGA Y NORMALIZA LA TARJETA.  SIN        *
029000*    TARJETA SALEN TODOS LOS CONTRIBUYENTES Y TODAS LAS         *
029100*    FECHAS (EXTRACTO MASIVO DE CIERRE).                        *
029200*--------------------------------------------------------------*
029300 LEE-PARAMETROS.
029400
029500     OPEN INPUT PARMFILE.
029600     MOVE 'PARMCARD' TO EXT-ERROR-ARCHIVO.
029700     MOVE EXT-PARMFILE-STATUS TO EXT-ERROR-STATUS.
029800     PERFORM VERIFICA-ESTADO-ARCHIVO.
029900
030000     READ PARMFILE
030100         AT END
030200             SET EXT-PARM-EOF TO TRUE
030300     END-READ.
030400
030500     IF NOT EXT-PARM-EOF
030600         IF EXT-PRM-ID-DESDE NOT = SPACES
030700             MOVE EXT-PRM-ID-DESDE TO EXT-FIL-ID-DESDE
030800             IF EXT-PRM-ID-HASTA = SPACES
030900                 MOVE EXT-PRM-ID-DESDE TO EXT-FIL-ID-HASTA
031000             ELSE
031100                 MOVE EXT-PRM-ID-HASTA TO EXT-FIL-ID-HASTA
031200             END-IF
031300         END-IF
031400         IF EXT-PRM-FECHA-DESDE NUMERIC
031500             MOVE EXT-PRM-FECHA-DESDE TO EXT-FIL-DESDE
031600         END-IF
031700         IF EXT-PRM-FECHA-HASTA NUMERIC
031800             MOVE EXT-PRM-FECHA-HASTA TO EXT-FIL-HASTA
031900         END-IF
032000         IF EXT-FIL-HASTA = ZERO
032100             MOVE 99999999 TO EXT-FIL-HASTA
032200         END-IF
032300     END-IF.
032400
032500     CLOSE PARMFILE.
032600
032700     IF EXT-FIL-ID-DESDE > EXT-FIL-ID-HASTA
032800         OR EXT-FIL-DESDE > EXT-FIL-HASTA
032900         DISPLAY '*** RANGO INVALIDO EN LA TARJETA DE PARAMETROS'
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300
033400     DISPLAY 'CONTRIBUYENTE DESDE : ' EXT-FIL-ID-DESDE.
033500     DISPLAY 'CONTRIBUYENTE HASTA : ' EXT-FIL-ID-HASTA.
033600     DISPLAY 'FECHA ASIENTO DESDE : ' EXT-FIL-DESDE.
033700     DISPLAY 'FECHA ASIENTO HASTA : ' EXT-FIL-HASTA.
033800
033900*--------------------------------------------------------------*
034000*    POSICIONA-CUENTA - SE SITUA EN LA CABECERA DEL PRIMER      *
034100*    CONTRIBUYENTE DEL RANGO; SIN NINGUNO, NO HAY EXTRACTO.     *
034200*--------------------------------------------------------------*
034300 POSICIONA-CUENTA.
034400
034500     MOVE EXT-FIL-ID-DESDE TO CTA-TAXPAYER-ID.
034600     MOVE ZERO TO CTA-NUM-MOV.
034700
034800     START CTAFILE KEY IS NOT < CTA-CLAVE
034900         INVALID KEY
035000             SET EXT-CTA-EOF TO TRUE
035100     END-START.
035200
035300     IF EXT-CTA-EOF
035400         IF EXT-CTAFILE-STATUS NOT = '23'
035500             MOVE 'CTAFILE ' TO EXT-ERROR-ARCHIVO
035600             MOVE EXT-CTAFILE-STATUS TO EXT-ERROR-STATUS
035700             PERFORM VERIFICA-ESTADO-ARCHIVO
035800         END-IF
035900     END-IF.
036000
036100*--------------------------------------------------------------*
036200*    LEE-CUENTA - LECTURA SECUENCIAL POR CLAVE: CADA CABECERA   *
036300*    ABRE EL EXTRACTO DE UN CONTRIBUYENTE Y SUS MOVIMIENTOS LE  *
036400*    SIGUEN EN ORDEN DE ASIENTO.  EL REGISTRO DE CONTROL        *
036500*    (CONTRIBUYENTE EN ESPACIOS) NO ES UNA CUENTA.              *
036600*--------------------------------------------------------------*
036700 LEE-CUENTA.
036800
036900     IF NOT EXT-CTA-EOF
037000         READ CTAFILE NEXT RECORD
037100             AT END
037200                 SET EXT-CTA-EOF TO TRUE
037300         END-READ
037400     END-IF.
037500
037600     IF NOT EXT-CTA-EOF
037700         IF CTA-TAXPAYER-ID > EXT-FIL-ID-HASTA
037800             SET EXT-CTA-EOF TO TRUE
037900         END-IF
038000     END-IF.
038100
038200     IF NOT EXT-CTA-EOF
038300         IF CTA-TAXPAYER-ID NOT = SPACES
038400             IF CTA-ES-CABECERA
038500                 IF EXT-EXTRACTO-EN-CURSO
038600                     PERFORM CIERRA-EXTRACTO
038700                 END-IF
038800                 PERFORM ABRE-EXTRACTO
038900             ELSE
039000                 PERFORM TRATA-MOVIMIENTO
039100             END-IF
039200         END-IF
039300     END-IF.
039400
039500 ABRE-EXTRACTO.
039600
039700     SET EXT-EXTRACTO-EN-CURSO TO TRUE.
039800     MOVE 'N' TO EXT-ANTERIOR-SW.
039900     MOVE CTA-TAXPAYER-ID TO EXT-W-ID.
040000     MOVE ZERO TO EXT-W-SALDO-ANTERIOR.
040100     MOVE ZERO TO EXT-W-SALDO-FINAL.
040200     MOVE ZERO TO EXT-W-CARGOS.
040300     MOVE ZERO TO EXT-W-ABONOS.
040400     MOVE ZERO TO EXT-W-MOVIMIENTOS.
040500     ADD 1 TO EXT-TOTAL-EXTRACTOS.
040600
040700     MOVE CTA-TAXPAYER-ID TO MST-TAXPAYER-ID.
040800     READ MASTFILE
040900         INVALID KEY
041000             MOVE '*** SIN ALTA EN EL MAESTRO'
041100                TO MST-TAXPAYER-NAME
041200             ADD 1 TO EXT-TOTAL-SIN-MAESTRO
041300     END-READ.
041400
041500     MOVE EXT-FECHA-EJECUCION TO EXT-MEM-FECHA.
041600     WRITE EXT-LINEA FROM EXT-LIN-MEMBRETE
041700         AFTER ADVANCING PAGE.
041800     PERFORM VERIFICA-EXTFILE.
041900
042000     MOVE CTA-TAXPAYER-ID TO EXT-CON-ID.
042100     MOVE MST-TAXPAYER-NAME TO EXT-CON-NOMBRE.
042200     MOVE EXT-FIL-DESDE TO EXT-CON-DESDE.
042300     MOVE EXT-FIL-HASTA TO EXT-CON-HASTA.
042400     WRITE EXT-LINEA FROM EXT-LIN-CONTRIBUYENTE
042500         AFTER ADVANCING 2 LINES.
042600     PERFORM VERIFICA-EXTFILE.
042700
042800     WRITE EXT-LINEA FROM EXT-LIN-CABECERA
042900         AFTER ADVANCING 2 LINES.
043000     PERFORM VERIFICA-EXTFILE.
043100
043200*--------------------------------------------------------------*
043300*    TRATA-MOVIMIENTO - ANTES DEL RANGO SOLO ARRASTRA EL SALDO  *
043400*    ANTERIOR; DENTRO DEL RANGO SE EDITA; DESPUES SE IGNORA.    *
043500*--------------------------------------------------------------*
043600 TRATA-MOVIMIENTO.
043700
043800     IF CTA-FECHA-ASIENTO < EXT-FIL-DESDE
043900         MOVE CTA-SALDO TO EXT-W-SALDO-ANTERIOR
044000         MOVE CTA-SALDO TO EXT-W-SALDO-FINAL
044100     ELSE
044200         IF CTA-FECHA-ASIENTO NOT > EXT-FIL-HASTA
044300             IF NOT EXT-ANTERIOR-IMPRESO
044400                 PERFORM EDITA-SALDO-ANTERIOR
044500             END-IF
044600             PERFORM EDITA-MOVIMIENTO
044700         END-IF
044800     END-IF.
044900
045000 EDITA-SALDO-ANTERIOR.
045100
045200     SET EXT-ANTERIOR-IMPRESO TO TRUE.
045300     MOVE SPACES TO EXT-LIN-SALDO.
045400     MOVE 'SALDO ANTERIOR' TO EXT-SAL-ROTULO.
045500     MOVE EXT-W-SALDO-ANTERIOR TO EXT-SALDO.
045600     PERFORM CALIFICA-SALDO.
045700     MOVE EXT-SALDO-ABS TO EXT-SAL-IMPORTE.
045800     MOVE EXT-SALDO-LETRA TO EXT-SAL-LETRA.
045900     WRITE EXT-LINEA FROM EXT-LIN-SALDO
046000         AFTER ADVANCING 2 LINES.
046100     PERFORM VERIFICA-EXTFILE.
046200
046300 EDITA-MOVIMIENTO.
046400
046500     ADD 1 TO EXT-W-MOVIMIENTOS.
046600     ADD 1 TO EXT-TOTAL-MOVIMIENTOS.
046700     MOVE CTA-SALDO TO EXT-W-SALDO-FINAL.
046800
046900     MOVE SPACES TO EXT-LIN-MOVIMIENTO.
047000     MOVE CTA-FECHA-ASIENTO TO EXT-MOV-ASIENTO.
047100     MOVE CTA-FECHA TO EXT-MOV-FECHA.
047200     MOVE CTA-NUM-MOV TO EXT-MOV-NUM.
047300     MOVE CTA-TIPO-MOV TO EXT-MOV-TIPO.
047400     MOVE CTA-ORIGEN TO EXT-MOV-ORIGEN.
047500     MOVE CTA-REFERENCIA TO EXT-MOV-REFERENCIA.
047600     IF CTA-CARGO
047700         MOVE CTA-IMPORTE TO EXT-MOV-CARGO
047800         ADD CTA-IMPORTE TO EXT-W-CARGOS
047900     END-IF.
048000     IF CTA-ABONO
048100         MOVE CTA-IMPORTE TO EXT-MOV-ABONO
048200         ADD CTA-IMPORTE TO EXT-W-ABONOS
048300     END-IF.
048400*    UN MOVIMIENTO INFORMATIVO (DEVOLUCION RETENIDA) NO MUEVE   *
048500*    EL SALDO: SU IMPORTE SE EDITA SIN SALDO, MARCADO INFORMAT. *
048600     IF CTA-INFORMATIVO
048700         MOVE CTA-IMPORTE TO EXT-MOV-CARGO
048800         MOVE 'INFORMAT' TO EXT-MOV-LETRA
048900     ELSE
049000         MOVE CTA-SALDO TO EXT-SALDO
049100         PERFORM CALIFICA-SALDO
049200         MOVE EXT-SALDO-ABS TO EXT-MOV-SALDO
049300         MOVE EXT-SALDO-LETRA TO EXT-MOV-LETRA
049400     END-IF.
049500     WRITE EXT-LINEA FROM EXT-LIN-MOVIMIENTO
049600         AFTER ADVANCING 1 LINE.
049700     PERFORM VERIFICA-EXTFILE.
049800
049900*--------------------------------------------------------------*
050000*    CIERRA-EXTRACTO - SUMAS DEL PERIODO Y SALDO FINAL.  SIN    *
050100*    MOVIMIENTOS EN EL RANGO, EL EXTRACTO SOLO LLEVA EL SALDO   *
050200*    ANTERIOR, QUE ES TAMBIEN EL FINAL.                         *
050300*--------------------------------------------------------------*
050400 CIERRA-EXTRACTO.
050500
050600     IF NOT EXT-ANTERIOR-IMPRESO
050700         PERFORM EDITA-SALDO-ANTERIOR
050800     END-IF.
050900
051000     MOVE EXT-W-CARGOS TO EXT-SUM-CARGOS.
051100     MOVE EXT-W-ABONOS TO EXT-SUM-ABONOS.
051200     WRITE EXT-LINEA FROM EXT-LIN-SUMAS
051300         AFTER ADVANCING 2 LINES.
051400     PERFORM VERIFICA-EXTFILE.
051500
051600     MOVE SPACES TO EXT-LIN-SALDO.
051700     MOVE 'SALDO FINAL' TO EXT-SAL-ROTULO.
051800     MOVE EXT-W-SALDO-FINAL TO EXT-SALDO.
051900     PERFORM CALIFICA-SALDO.
052000     MOVE EXT-SALDO-ABS TO EXT-SAL-IMPORTE.
052100     MOVE EXT-SALDO-LETRA TO EXT-SAL-LETRA.
052200     WRITE EXT-LINEA FROM EXT-LIN-SALDO
052300         AFTER ADVANCING 1 LINE.
052400     PERFORM VERIFICA-EXTFILE.
052500
052600     MOVE 'N' TO EXT-EN-CURSO-SW.
052700
052800 CALIFICA-SALDO.
052900
053000     IF EXT-SALDO < 0
053100         COMPUTE EXT-SALDO-ABS = 0 - EXT-SALDO
053200         MOVE 'ACREEDOR' TO EXT-SALDO-LETRA
053300     ELSE
053400         MOVE EXT-SALDO TO EXT-SALDO-ABS
053500         IF EXT-SALDO > 0
053600             MOVE 'DEUDOR  ' TO EXT-SALDO-LETRA
053700         ELSE
053800             MOVE SPACES TO EXT-SALDO-LETRA
053900         END-IF
054000     END-IF.
054100
054200 VERIFICA-EXTFILE.
054300
054400     MOVE 'EXTFILE ' TO EXT-ERROR-ARCHIVO.
054500     MOVE EXT-EXTFILE-STATUS TO EXT-ERROR-STATUS.
054600     PERFORM VERIFICA-ESTADO-ARCHIVO.
054700
054800 FIN.
054900
055000     MOVE 'PAGINA DE CONTROL DEL LOTE' TO EXT-LINEA.
055100     WRITE EXT-LINEA AFTER ADVANCING PAGE.
055200     PERFORM VERIFICA-EXTFILE.
055300     MOVE SPACES TO EXT-LIN-CONTROL.
055400     MOVE 'EXTRACTOS EMITIDOS      : ' TO EXT-CTL-ROTULO.
055500     MOVE EXT-TOTAL-EXTRACTOS TO EXT-CTL-VALOR.
055600     WRITE EXT-LINEA FROM EXT-LIN-CONTROL
055700         AFTER ADVANCING 2 LINES.
055800     PERFORM VERIFICA-EXTFILE.
055900     MOVE 'MOVIMIENTOS EDITADOS    : ' TO EXT-CTL-ROTULO.
056000     MOVE EXT-TOTAL-MOVIMIENTOS TO EXT-CTL-VALOR.
056100     WRITE EXT-LINEA FROM EXT-LIN-CONTROL
056200         AFTER ADVANCING 1 LINE.
056300     PERFORM VERIFICA-EXTFILE.
056400     MOVE 'CUENTAS SIN MAESTRO     : ' TO EXT-CTL-ROTULO.
056500     MOVE EXT-TOTAL-SIN-MAESTRO TO EXT-CTL-VALOR.
056600     WRITE EXT-LINEA FROM EXT-LIN-CONTROL
056700         AFTER ADVANCING 1 LINE.
056800     PERFORM VERIFICA-EXTFILE.
056900
057000     CLOSE CTAFILE.
057100     CLOSE MASTFILE.
057200     CLOSE EXTFILE.
057300
057400     DISPLAY ' '.
057500     DISPLAY '===================================='.
057600     DISPLAY '  EXT-CTA - INFORME DE CONTROL'.
057700     DISPLAY '===================================='.
057800     DISPLAY '  EXTRACTOS   : ' EXT-TOTAL-EXTRACTOS.
057900     DISPLAY '  MOVIMIENTOS : ' EXT-TOTAL-MOVIMIENTOS.
058000     DISPLAY '  SIN MAESTRO : ' EXT-TOTAL-SIN-MAESTRO.
058100     DISPLAY '===================================='.
058200
058300     DISPLAY 'FIN DE PROGRAMA'
058400
058500     STOP RUN.
