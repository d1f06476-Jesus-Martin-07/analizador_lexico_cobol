000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   CRU-IMPU                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      CRUCE DE LAS IMPUTACIONES DE LOS PAGADORES    *
001000*                  CON LA RENTA LIQUIDADA: TOTALIZA POR          *
001100*                  CONTRIBUYENTE EL BRUTO Y LO RETENIDO QUE LE   *
001200*                  IMPUTAN SUS PAGADORES EN EL EJERCICIO         *
001300*                  (IMPUFILE, CARGADO POR CAR-IMPU) Y LO COMPARA *
001400*                  CON LA RENTA DE SU ULTIMA LIQUIDACION DENTRO  *
001500*                  DE LA VENTANA DE CAMPANA: LA DEL LOG DE       *
001600*                  AUDITORIA (UNA RECTIFICATIVA POSTERIOR        *
001700*                  PREVALECE SOBRE LA ORIGINAL) O, SI EL LOG NO  *
001800*                  LA TIENE, LA DEL MAESTRO.  LAS DIFERENCIAS POR*
001900*                  ENCIMA DEL UMBRAL VAN AL ARCHIVO DE           *
002000*                  INFRADECLARACIONES Y AL INFORME, DE MAYOR A   *
002100*                  MENOR DIFERENCIA, PARA QUE INSPECCION ABRA    *
002200*                  EXPEDIENTES.  QUIEN TIENE RENTAS IMPUTADAS Y  *
002300*                  NINGUNA LIQUIDACION SALE EN UNA SEGUNDA LISTA *
002400*                  (Y SU ARCHIVO), DE MAYOR A MENOR RENTA        *
002500*                  IMPUTADA, COMO PRUEBA PARA LOS OMISOS DE      *
002600*                  DET-OMISO.                                    *
002700*                                                                *
002800*                  AUDITIN DEBE VENIR ORDENADO POR CONTRIBUYENTE,*
002900*                  FECHA Y HORA; UN DESORDEN ABORTA EL PROCESO.  *
003000*                                                                *
003100*-----------------------------------------------------------------
003200*    MODIFICATION HISTORY                                       *
003300*-----------------------------------------------------------------
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------- ----  -------------------------------------------*
003600*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
003700*****************************************************************
003800
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. CRU-IMPU.
004100 AUTHOR. J. MARTIN.
004200 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400
005500     SELECT PARMFILE ASSIGN TO PARMCARD
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CRI-PARMFILE-STATUS.
005800
005900*    LAS IMPUTACIONES SE LEEN EN ORDEN DE CLAVE A PARTIR DEL    *
006000*    PRIMER REGISTRO DEL EJERCICIO.                             *
006100     SELECT IMPUFILE ASSIGN TO IMPUFILE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS IMP-CLAVE
006500         FILE STATUS IS CRI-IMPUFILE-STATUS.
006600
006700*    AUDITIN CONCATENA EN EL JCL EL ARCHIVO ANUAL Y EL LOG      *
006800*    VIVO, ORDENADOS EN UN PASO PREVIO; LAYOUT AUDITREG.        *
006900     SELECT AUDITIN ASSIGN TO AUDITIN
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CRI-AUDITIN-STATUS.
007200
007300     SELECT MASTFILE ASSIGN TO MASTFILE
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS MST-TAXPAYER-ID
007700         FILE STATUS IS CRI-MASTFILE-STATUS.
007800
007900     SELECT DIFFILE ASSIGN TO DIFFILE
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS CRI-DIFFILE-STATUS.
008200
008300     SELECT SINLFILE ASSIGN TO SINLFILE
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS CRI-SINLFILE-STATUS.
008600
008700     SELECT IMPREPT ASSIGN TO IMPREPT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS CRI-IMPREPT-STATUS.
009000
009100     SELECT CRUSORT ASSIGN TO SORTWK01.
009200
009300 DATA DIVISION.
009400
009500 FILE SECTION.
009600
009700*--------------------------------------------------------------*
009800*    PARMFILE - UNA TARJETA DE PARAMETROS:                      *
009900*        COL 01-04  EJERCICIO AAAA DE LAS IMPUTACIONES          *
010000*        COL 05-12  FECHA DESDE AAAAMMDD (INICIO DE CAMPANA)    *
010100*        COL 13-20  FECHA HASTA AAAAMMDD (CIERRE DE CAMPANA)    *
010200*        COL 21-29  UMBRAL DE DIFERENCIA 9(07)V99: DIFERENCIAS  *
010300*                   IGUALES O MENORES NO SE SENALAN             *
010400*--------------------------------------------------------------*
010500 FD  PARMFILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  CRI-PARM-REC.
010900     05 CRI-PRM-EJERCICIO        PIC X(04).
011000     05 CRI-PRM-DESDE            PIC X(08).
011100     05 CRI-PRM-HASTA            PIC X(08).
011200     05 CRI-PRM-UMBRAL           PIC X(09).
011300     05 CRI-PRM-UMBRAL-N REDEFINES CRI-PRM-UMBRAL
011400                                 PIC 9(07)V99.
011500     05 FILLER                   PIC X(51).
011600
011700 FD  IMPUFILE.
011800     COPY IMPUREG.
011900
012000 FD  AUDITIN
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY AUDITREG.
012400
012500 FD  MASTFILE.
012600     COPY TAXPAYR.
012700
012800*--------------------------------------------------------------*
012900*    DIFFILE - INFRADECLARACIONES PARA INSPECCION, DE MAYOR A   *
013000*    MENOR DIFERENCIA.  EL ORIGEN DICE DE DONDE SALE LA RENTA   *
013100*    DECLARADA: A = LOG DE AUDITORIA, M = MAESTRO.              *
013200*--------------------------------------------------------------*
013300 FD  DIFFILE
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  DIF-INFRADECLARACION-REC.
013700     05 DIF-TAXPAYER-ID          PIC X(09).
013800     05 DIF-TAXPAYER-NAME        PIC X(30).
013900     05 DIF-EJERCICIO            PIC 9(04).
014000     05 DIF-IMPUTADO             PIC 9(09)V99.
014100     05 DIF-RETENIDO             PIC 9(09)V99.
014200     05 DIF-DECLARADO            PIC 9(09)V99.
014300     05 DIF-DIFERENCIA           PIC 9(09)V99.
014400     05 DIF-PAGADORES            PIC 9(05).
014500     05 DIF-ORIGEN               PIC X(01).
014600     05 FILLER                   PIC X(07).
014700
014800*--------------------------------------------------------------*
014900*    SINLFILE - CONTRIBUYENTES CON RENTAS IMPUTADAS Y SIN       *
015000*    LIQUIDACION EN LA VENTANA, DE MAYOR A MENOR RENTA          *
015100*    IMPUTADA.  CENSADO = 'N' SI NI SIQUIERA ESTA EN EL MAESTRO.*
015200*--------------------------------------------------------------*
015300 FD  SINLFILE
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  SIN-SIN-LIQUIDACION-REC.
015700     05 SIN-TAXPAYER-ID          PIC X(09).
015800     05 SIN-TAXPAYER-NAME        PIC X(30).
015900     05 SIN-EJERCICIO            PIC 9(04).
016000     05 SIN-IMPUTADO             PIC 9(09)V99.
016100     05 SIN-RETENIDO             PIC 9(09)V99.
016200     05 SIN-PAGADORES            PIC 9(05).
016300     05 SIN-CENSADO              PIC X(01).
016400     05 SIN-ULTIMA-LIQUIDACION   PIC 9(08).
016500     05 FILLER                   PIC X(01).
016600
016700 FD  IMPREPT
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 01  IMR-LINEA                   PIC X(132).
017100
017200*--------------------------------------------------------------*
017300*    CRUSORT - SECCION 1 = INFRADECLARACIONES (IMPORTE = LA     *
017400*    DIFERENCIA), SECCION 2 = SIN LIQUIDACION (IMPORTE = LA     *
017500*    RENTA IMPUTADA); DENTRO DE CADA UNA, DE MAYOR A MENOR.     *
017600*--------------------------------------------------------------*
017700 SD  CRUSORT.
017800 01  SRT-CRUCE-REC.
017900     05 SRT-SECCION              PIC X(01).
018000         88 SRT-INFRADECLARACION     VALUE '1'.
018100         88 SRT-SIN-LIQUIDACION      VALUE '2'.
018200     05 SRT-IMPORTE              PIC 9(09)V99.
018300     05 SRT-TAXPAYER-ID          PIC X(09).
018400     05 SRT-NOMBRE               PIC X(30).
018500     05 SRT-IMPUTADO             PIC 9(09)V99.
018600     05 SRT-RETENIDO             PIC 9(09)V99.
018700     05 SRT-DECLARADO            PIC 9(09)V99.
018800     05 SRT-PAGADORES            PIC 9(05).
018900     05 SRT-ORIGEN               PIC X(01).
019000     05 SRT-CENSADO              PIC X(01).
019100     05 SRT-ULTIMA-LIQ           PIC 9(08).
019200
019300 WORKING-STORAGE SECTION.
019400
019500 01  CRI-FILE-STATUSES.
019600     05 CRI-PARMFILE-STATUS      PIC X(02) VALUE '00'.
019700     05 CRI-IMPUFILE-STATUS      PIC X(02) VALUE '00'.
019800     05 CRI-AUDITIN-STATUS       PIC X(02) VALUE '00'.
019900     05 CRI-MASTFILE-STATUS      PIC X(02) VALUE '00'.
020000     05 CRI-DIFFILE-STATUS       PIC X(02) VALUE '00'.
020100     05 CRI-SINLFILE-STATUS      PIC X(02) VALUE '00'.
020200     05 CRI-IMPREPT-STATUS       PIC X(02) VALUE '00'.
020300
020400 01  CRI-ERROR-CONTROL.
020500     05 CRI-ERROR-ARCHIVO        PIC X(08).
020600     05 CRI-ERROR-STATUS         PIC X(02).
020700
020800 01  CRI-SWITCHES.
020900     05 CRI-PARM-EOF-SW          PIC X(01) VALUE 'N'.
021000         88 CRI-PARM-EOF             VALUE 'Y'.
021100     05 CRI-IMP-EOF-SW           PIC X(01) VALUE 'N'.
021200         88 CRI-IMP-EOF              VALUE 'Y'.
021300     05 CRI-AUD-EOF-SW           PIC X(01) VALUE 'N'.
021400         88 CRI-AUD-EOF              VALUE 'Y'.
021500     05 CRI-SRT-EOF-SW           PIC X(01) VALUE 'N'.
021600         88 CRI-SRT-EOF              VALUE 'Y'.
021700     05 CRI-MAESTRO-SW           PIC X(01) VALUE 'N'.
021800         88 CRI-EN-MAESTRO           VALUE 'S'.
021900         88 CRI-SIN-MAESTRO          VALUE 'N'.
022000     05 CRI-AUDITORIA-SW         PIC X(01) VALUE 'N'.
022100         88 CRI-CON-AUDITORIA        VALUE 'S'.
022200         88 CRI-SIN-AUDITORIA        VALUE 'N'.
022300
022400 01  CRI-PARAMETROS.
022500     05 CRI-EJERCICIO            PIC 9(04) VALUE ZERO.
022600     05 CRI-FECHA-DESDE          PIC 9(08) VALUE ZERO.
022700     05 CRI-FECHA-HASTA          PIC 9(08) VALUE ZERO.
022800     05 CRI-UMBRAL               PIC 9(07)V99 VALUE ZERO.
022900     05 CRI-UMBRAL-ED            PIC ZZZZZZ9.99.
023000
023100 01  CRI-FECHA-EJECUCION         PIC 9(08).
023200
023300*--------------------------------------------------------------*
023400*    CLAVE DEL LOG ORDENADO (CONTRIBUYENTE + FECHA + HORA) PARA *
023500*    COMPROBAR LA SECUENCIA.                                    *
023600*--------------------------------------------------------------*
023700 01  CRI-CLAVES.
023800     05 CRI-CLAVE-AUD            PIC X(25) VALUE LOW-VALUES.
023900     05 CRI-CLAVE-AUD-ANT        PIC X(25) VALUE LOW-VALUES.
024000
024100*--------------------------------------------------------------*
024200*    CONTRIBUYENTE EN CURSO: TOTALES IMPUTADOS Y RENTA DE SU    *
024300*    ULTIMA LIQUIDACION EN LA VENTANA.                          *
024400*--------------------------------------------------------------*
024500 01  CRI-CONTRIBUYENTE.
024600     05 CRI-ID-ACTUAL            PIC X(09).
024700     05 CRI-IMPUTADO             PIC 9(09)V99.
024800     05 CRI-RETENIDO             PIC 9(09)V99.
024900     05 CRI-PAGADORES            PIC 9(05).
025000     05 CRI-DECLARADO            PIC 9(09)V99.
025100     05 CRI-ORIGEN               PIC X(01).
025200     05 CRI-DIFERENCIA           PIC S9(09)V99.
025300
025400 01  CRI-ORDEN                   PIC 9(05) VALUE ZERO.
025500 01  CRI-SECCION-ACTUAL          PIC X(01) VALUE LOW-VALUES.
025600
025700 01  CRI-TOTALES.
025800     05 CRI-TOTAL-IMPUTACIONES   PIC 9(09) VALUE ZERO.
025900     05 CRI-TOTAL-CONTRIBUYENTES PIC 9(09) VALUE ZERO.
026000     05 CRI-TOTAL-AUDITORIA      PIC 9(09) VALUE ZERO.
026100     05 CRI-TOTAL-CUADRADOS      PIC 9(09) VALUE ZERO.
026200     05 CRI-TOTAL-INFRA          PIC 9(09) VALUE ZERO.
026300     05 CRI-TOTAL-SIN-LIQ        PIC 9(09) VALUE ZERO.
026400     05 CRI-TOTAL-DE-MAESTRO     PIC 9(09) VALUE ZERO.
026500     05 CRI-TOTAL-DIFERENCIA     PIC 9(13)V99 VALUE ZERO.
026600     05 CRI-TOTAL-NO-LIQUIDADO   PIC 9(13)V99 VALUE ZERO.
026700     05 CRI-SUBTOTAL-CONTADOR    PIC 9(09) VALUE ZERO.
026800     05 CRI-SUBTOTAL-IMPORTE     PIC 9(13)V99 VALUE ZERO.
026900     05 CRI-TOTAL-ED             PIC Z(12)9.99.
027000
027100*--------------------------------------------------------------*
027200*    LINEAS DEL INFORME DE CRUCE (IMPREPT).                     *
027300*--------------------------------------------------------------*
027400 01  IMR-LIN-TITULO.
027500     05 FILLER                   PIC X(45) VALUE
027600         'CRU-IMPU - CRUCE DE IMPUTACIONES - EJERCICIO '.
027700     05 IMR-TIT-EJERCICIO        PIC 9(04).
027800     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
027900     05 IMR-TIT-FECHA            PIC 9(08).
028000     05 FILLER                   PIC X(65) VALUE SPACES.
028100
028200 01  IMR-LIN-PARAMETROS.
028300     05 FILLER                   PIC X(24) VALUE
028400         'VENTANA DE LIQUIDACION: '.
028500     05 IMR-PAR-DESDE            PIC 9(08).
028600     05 FILLER                   PIC X(03) VALUE ' A '.
028700     05 IMR-PAR-HASTA            PIC 9(08).
028800     05 FILLER                   PIC X(26) VALUE
028900         '    UMBRAL DE DIFERENCIA: '.
029000     05 IMR-PAR-UMBRAL           PIC ZZZZZZ9.99.
029100     05 FILLER                   PIC X(53) VALUE SPACES.
029200
029300 01  IMR-LIN-SECCION.
029400     05 IMR-SEC-TITULO           PIC X(60).
029500     05 FILLER                   PIC X(72) VALUE SPACES.
029600
029700 01  IMR-LIN-CAB-INFRA.
029800     05 FILLER                   PIC X(07) VALUE 'ORDEN  '.
029900     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
030000     05 FILLER                   PIC X(32) VALUE 'NOMBRE'.
030100     05 FILLER                   PIC X(15) VALUE 'IMPUTADO'.
030200     05 FILLER                   PIC X(15) VALUE 'DECLARADO'.
030300     05 FILLER                   PIC X(15) VALUE 'DIFERENCIA'.
030400     05 FILLER                   PIC X(15) VALUE 'RETENIDO'.
030500     05 FILLER                   PIC X(06) VALUE 'PAG.  '.
030600     05 FILLER                   PIC X(15) VALUE 'ORIGEN'.
030700
030800 01  IMR-LIN-DET-INFRA.
030900     05 IMR-DIN-ORDEN            PIC ZZZZ9.
031000     05 FILLER                   PIC X(02) VALUE SPACES.
031100     05 IMR-DIN-ID               PIC X(09).
031200     05 FILLER                   PIC X(03) VALUE SPACES.
031300     05 IMR-DIN-NOMBRE           PIC X(30).
031400     05 FILLER                   PIC X(02) VALUE SPACES.
031500     05 IMR-DIN-IMPUTADO         PIC ZZZZZZZZ9.99.
031600     05 FILLER                   PIC X(03) VALUE SPACES.
031700     05 IMR-DIN-DECLARADO        PIC ZZZZZZZZ9.99.
031800     05 FILLER                   PIC X(03) VALUE SPACES.
031900     05 IMR-DIN-DIFERENCIA       PIC ZZZZZZZZ9.99.
032000     05 FILLER                   PIC X(03) VALUE SPACES.
032100     05 IMR-DIN-RETENIDO         PIC ZZZZZZZZ9.99.
032200     05 FILLER                   PIC X(03) VALUE SPACES.
032300     05 IMR-DIN-PAGADORES        PIC ZZZZ9.
032400     05 FILLER                   PIC X(01) VALUE SPACES.
032500     05 IMR-DIN-ORIGEN           PIC X(09).
032600     05 FILLER                   PIC X(06) VALUE SPACES.
032700
032800 01  IMR-LIN-CAB-SINLIQ.
032900     05 FILLER                   PIC X(07) VALUE 'ORDEN  '.
033000     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
033100     05 FILLER                   PIC X(32) VALUE 'NOMBRE'.
033200     05 FILLER                   PIC X(15) VALUE 'IMPUTADO'.
033300     05 FILLER                   PIC X(15) VALUE 'RETENIDO'.
033400     05 FILLER                   PIC X(06) VALUE 'PAG.  '.
033500     05 FILLER                   PIC X(14) VALUE 'ULT. LIQUID.'.
033600     05 FILLER                   PIC X(31) VALUE 'CENSO'.
033700
033800 01  IMR-LIN-DET-SINLIQ.
033900     05 IMR-DSL-ORDEN            PIC ZZZZ9.
034000     05 FILLER                   PIC X(02) VALUE SPACES.
034100     05 IMR-DSL-ID               PIC X(09).
034200     05 FILLER                   PIC X(03) VALUE SPACES.
034300     05 IMR-DSL-NOMBRE           PIC X(30).
034400     05 FILLER                   PIC X(02) VALUE SPACES.
034500     05 IMR-DSL-IMPUTADO         PIC ZZZZZZZZ9.99.
034600     05 FILLER                   PIC X(03) VALUE SPACES.
034700     05 IMR-DSL-RETENIDO         PIC ZZZZZZZZ9.99.
034800     05 FILLER                   PIC X(03) VALUE SPACES.
034900     05 IMR-DSL-PAGADORES        PIC ZZZZ9.
035000     05 FILLER                   PIC X(01) VALUE SPACES.
035100     05 IMR-DSL-ULTIMA           PIC 9(08).
035200     05 FILLER                   PIC X(06) VALUE SPACES.
035300     05 IMR-DSL-CENSO            PIC X(12).
035400     05 FILLER                   PIC X(19) VALUE SPACES.
035500
035600 01  IMR-LIN-SUBTOTAL.
035700     05 IMR-SUB-ROTULO           PIC X(30).
035800     05 IMR-SUB-CONTADOR         PIC ZZZZZZZZ9.
035900     05 FILLER                   PIC X(10) VALUE ' IMPORTE: '.
036000     05 IMR-SUB-IMPORTE          PIC Z(12)9.99.
036100     05 FILLER                   PIC X(67) VALUE SPACES.
036200
036300 01  IMR-LIN-TOTAL.
036400     05 IMR-TOT-ROTULO           PIC X(30).
036500     05 IMR-TOT-CONTADOR         PIC ZZZZZZZZ9.
036600     05 FILLER                   PIC X(93) VALUE SPACES.
036700
036800 PROCEDURE DIVISION.
036900
037000 MAIN-PROCEDURE.
037100
037200     PERFORM INICIO.
037300
037400     SORT CRUSORT
037500         ON ASCENDING KEY SRT-SECCION
037600         ON DESCENDING KEY SRT-IMPORTE
037700         INPUT PROCEDURE IS CRUZA-IMPUTACIONES
037800         OUTPUT PROCEDURE IS EDITA-RESULTADOS.
037900
038000     PERFORM FIN.
038100
038200 INICIO.
038300
038400     DISPLAY 'CRU-IMPU - CRUCE DE IMPUTACIONES CON LA RENTA '
038500         'LIQUIDADA'.
038600
038700     ACCEPT CRI-FECHA-EJECUCION FROM DATE YYYYMMDD.
038800
038900     PERFORM LEE-PARAMETROS.
039000
039100     OPEN INPUT IMPUFILE.
039200     MOVE 'IMPUFILE' TO CRI-ERROR-ARCHIVO.
039300     MOVE CRI-IMPUFILE-STATUS TO CRI-ERROR-STATUS.
039400     PERFORM VERIFICA-ESTADO-ARCHIVO.
039500
039600     OPEN INPUT AUDITIN.
039700     MOVE 'AUDITIN ' TO CRI-ERROR-ARCHIVO.
039800     MOVE CRI-AUDITIN-STATUS TO CRI-ERROR-STATUS.
039900     PERFORM VERIFICA-ESTADO-ARCHIVO.
040000
040100     OPEN INPUT MASTFILE.
040200     MOVE 'MASTFILE' TO CRI-ERROR-ARCHIVO.
040300     MOVE CRI-MASTFILE-STATUS TO CRI-ERROR-STATUS.
040400     PERFORM VERIFICA-ESTADO-ARCHIVO.
040500
040600     OPEN OUTPUT DIFFILE.
040700     MOVE 'DIFFILE ' TO CRI-ERROR-ARCHIVO.
040800     MOVE CRI-DIFFILE-STATUS TO CRI-ERROR-STATUS.
040900     PERFORM VERIFICA-ESTADO-ARCHIVO.
041000
041100     OPEN OUTPUT SINLFILE.
041200     MOVE 'SINLFILE' TO CRI-ERROR-ARCHIVO.
041300     MOVE CRI-SINLFILE-STATUS TO CRI-ERROR-STATUS.
041400     PERFORM VERIFICA-ESTADO-ARCHIVO.
041500
041600     OPEN OUTPUT IMPREPT.
041700     MOVE 'IMPREPT ' TO CRI-ERROR-ARCHIVO.
041800     MOVE CRI-IMPREPT-STATUS TO CRI-ERROR-STATUS.
041900     PERFORM VERIFICA-ESTADO-ARCHIVO.
042000
042100     MOVE CRI-EJERCICIO TO IMR-TIT-EJERCICIO.
042200     MOVE CRI-FECHA-EJECUCION TO IMR-TIT-FECHA.
042300     MOVE IMR-LIN-TITULO TO IMR-LINEA.
042400     PERFORM ESCRIBE-LINEA.
042500     MOVE CRI-FECHA-DESDE TO IMR-PAR-DESDE.
042600     MOVE CRI-FECHA-HASTA TO IMR-PAR-HASTA.
042700     MOVE CRI-UMBRAL TO IMR-PAR-UMBRAL.
042800     MOVE IMR-LIN-PARAMETROS TO IMR-LINEA.
042900     PERFORM ESCRIBE-LINEA.
043000
043100*--------------------------------------------------------------*
043200*    LEE-PARAMETROS - EJERCICIO Y VENTANA SON OBLIGATORIOS Y    *
043300*    COHERENTES; EL UMBRAL PUEDE SER CERO (SE SENALA CUALQUIER  *
043400*    DIFERENCIA).                                               *
043500*--------------------------------------------------------------*
043600 LEE-PARAMETROS.
043700
043800     OPEN INPUT PARMFILE.
043900     MOVE 'PARMCARD' TO CRI-ERROR-ARCHIVO.
044000     MOVE CRI-PARMFILE-STATUS TO CRI-ERROR-STATUS.
044100     PERFORM VERIFICA-ESTADO-ARCHIVO.
044200
044300     READ PARMFILE
044400         AT END
044500             SET CRI-PARM-EOF TO TRUE
044600     END-READ.
044700
044800     IF CRI-PARM-EOF
044900         OR CRI-PRM-EJERCICIO NOT NUMERIC
045000         OR CRI-PRM-DESDE NOT NUMERIC
045100         OR CRI-PRM-HASTA NOT NUMERIC
045200         OR CRI-PRM-UMBRAL NOT NUMERIC
045300         OR CRI-PRM-EJERCICIO = '0000'
045400         OR CRI-PRM-DESDE = '00000000'
045500         OR CRI-PRM-HASTA = '00000000'
045600         DISPLAY '*** FALTA O ES INVALIDO EL EJERCICIO, LA '
045700             'VENTANA O EL UMBRAL EN LA TARJETA DE PARAMETROS'
045800         MOVE 16 TO RETURN-CODE
045900         STOP RUN
046000     END-IF.
046100
046200     MOVE CRI-PRM-EJERCICIO TO CRI-EJERCICIO.
046300     MOVE CRI-PRM-DESDE TO CRI-FECHA-DESDE.
046400     MOVE CRI-PRM-HASTA TO CRI-FECHA-HASTA.
046500     MOVE CRI-PRM-UMBRAL-N TO CRI-UMBRAL.
046600
046700     IF CRI-FECHA-DESDE > CRI-FECHA-HASTA
046800         DISPLAY '*** VENTANA DE CAMPANA INCOHERENTE: DESDE '
046900             'POSTERIOR A HASTA'
047000         MOVE 16 TO RETURN-CODE
047100         STOP RUN
047200     END-IF.
047300
047400     CLOSE PARMFILE.
047500
047600     MOVE CRI-UMBRAL TO CRI-UMBRAL-ED.
047700     DISPLAY 'EJERCICIO          : ' CRI-EJERCICIO.
047800     DISPLAY 'VENTANA DE CAMPANA : ' CRI-FECHA-DESDE
047900         ' A ' CRI-FECHA-HASTA.
048000     DISPLAY 'UMBRAL             : ' CRI-UMBRAL-ED.
048100
048200*--------------------------------------------------------------*
048300*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
048400*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
048500*--------------------------------------------------------------*
048600 VERIFICA-ESTADO-ARCHIVO.
048700
048800     IF CRI-ERROR-STATUS NOT = '00'
048900         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' CRI-ERROR-ARCHIVO
049000         DISPLAY '*** FILE STATUS            : ' CRI-ERROR-STATUS
049100         MOVE 16 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400
049500*--------------------------------------------------------------*
049600*    CRUZA-IMPUTACIONES - RECORRE LAS IMPUTACIONES DEL          *
049700*    EJERCICIO, QUE LA CLAVE YA AGRUPA POR CONTRIBUYENTE, Y     *
049800*    AVANZA EL LOG ORDENADO A LA PAR; CADA CONTRIBUYENTE        *
049900*    CRUZADO SE SUELTA AL ORDEN SI HAY QUE SENALARLO.           *
050000*--------------------------------------------------------------*
050100 CRUZA-IMPUTACIONES.
050200
050300     PERFORM POSICIONA-IMPUTACIONES.
050400     PERFORM LEE-IMPUTACION.
050500     PERFORM LEE-AUDITORIA.
050600
050700     PERFORM TRATA-CONTRIBUYENTE
050800         UNTIL CRI-IMP-EOF.
050900
051000 POSICIONA-IMPUTACIONES.
051100
051200     MOVE LOW-VALUES TO IMP-CLAVE.
051300     MOVE CRI-EJERCICIO TO IMP-EJERCICIO.
051400
051500     START IMPUFILE KEY IS NOT < IMP-CLAVE
051600         INVALID KEY
051700             SET CRI-IMP-EOF TO TRUE
051800     END-START.
051900
052000     IF CRI-IMP-EOF
052100         IF CRI-IMPUFILE-STATUS NOT = '23'
052200             MOVE 'IMPUFILE' TO CRI-ERROR-ARCHIVO
052300             MOVE CRI-IMPUFILE-STATUS TO CRI-ERROR-STATUS
052400             PERFORM VERIFICA-ESTADO-ARCHIVO
052500         END-IF
052600     END-IF.
052700
052800 LEE-IMPUTACION.
052900
053000     IF NOT CRI-IMP-EOF
053100         READ IMPUFILE NEXT RECORD
053200             AT END
053300                 SET CRI-IMP-EOF TO TRUE
053400         END-READ
053500     END-IF.
053600
053700     IF NOT CRI-IMP-EOF
053800         IF IMP-EJERCICIO NOT = CRI-EJERCICIO
053900             SET CRI-IMP-EOF TO TRUE
054000         ELSE
054100             ADD 1 TO CRI-TOTAL-IMPUTACIONES
054200         END-IF
054300     END-IF.
054400
054500 LEE-AUDITORIA.
054600
054700     READ AUDITIN
054800         AT END
054900             SET CRI-AUD-EOF TO TRUE
055000         NOT AT END
055100             MOVE CRI-CLAVE-AUD TO CRI-CLAVE-AUD-ANT
055200             MOVE AUD-TAXPAYER-ID TO CRI-CLAVE-AUD (1:9)
055300             MOVE AUD-FECHA       TO CRI-CLAVE-AUD (10:8)
055400             MOVE AUD-HORA        TO CRI-CLAVE-AUD (18:8)
055500             IF CRI-CLAVE-AUD < CRI-CLAVE-AUD-ANT
055600                 DISPLAY '*** AUDITIN NO ORDENADO POR '
055700                     'CONTRIBUYENTE, FECHA Y HORA: '
055800                     AUD-TAXPAYER-ID
055900                 MOVE 16 TO RETURN-CODE
056000                 STOP RUN
056100             END-IF
056200     END-READ.
056300
056400*--------------------------------------------------------------*
056500*    TRATA-CONTRIBUYENTE - SUMA TODAS SUS IMPUTACIONES, BUSCA   *
056600*    SU ULTIMA LIQUIDACION EN LA VENTANA Y COMPARA.             *
056700*--------------------------------------------------------------*
056800 TRATA-CONTRIBUYENTE.
056900
057000     ADD 1 TO CRI-TOTAL-CONTRIBUYENTES.
057100
057200     MOVE IMP-TAXPAYER-ID TO CRI-ID-ACTUAL.
057300     MOVE ZERO TO CRI-IMPUTADO.
057400     MOVE ZERO TO CRI-RETENIDO.
057500     MOVE ZERO TO CRI-PAGADORES.
057600
057700     PERFORM ACUMULA-IMPUTACION
057800         UNTIL CRI-IMP-EOF
057900            OR IMP-TAXPAYER-ID NOT = CRI-ID-ACTUAL.
058000
058100     PERFORM SALTA-AUDITORIA
058200         UNTIL CRI-AUD-EOF
058300            OR AUD-TAXPAYER-ID NOT < CRI-ID-ACTUAL.
058400
058500     SET CRI-SIN-AUDITORIA TO TRUE.
058600     PERFORM TOMA-AUDITORIA
058700         UNTIL CRI-AUD-EOF
058800            OR AUD-TAXPAYER-ID NOT = CRI-ID-ACTUAL.
058900
059000     PERFORM LEE-MAESTRO.
059100
059200     PERFORM COMPARA-DECLARADO.
059300
059400 ACUMULA-IMPUTACION.
059500
059600     ADD IMP-BRUTO TO CRI-IMPUTADO.
059700     ADD IMP-RETENIDO TO CRI-RETENIDO.
059800     ADD 1 TO CRI-PAGADORES.
059900
060000     PERFORM LEE-IMPUTACION.
060100
060200 SALTA-AUDITORIA.
060300
060400     PERFORM LEE-AUDITORIA.
060500
060600*--------------------------------------------------------------*
060700*    TOMA-AUDITORIA - EL LOG VIENE EN ORDEN DE FECHA Y HORA:    *
060800*    LA ULTIMA LIQUIDACION DE LA VENTANA, ORIGINAL O            *
060900*    RECTIFICATIVA, ES LA QUE QUEDA.                            *
061000*--------------------------------------------------------------*
061100 TOMA-AUDITORIA.
061200
061300     IF AUD-FECHA NOT < CRI-FECHA-DESDE
061400         AND AUD-FECHA NOT > CRI-FECHA-HASTA
061500         SET CRI-CON-AUDITORIA TO TRUE
061600         MOVE AUD-ENTRADA TO CRI-DECLARADO
061700     END-IF.
061800
061900     PERFORM LEE-AUDITORIA.
062000
062100 LEE-MAESTRO.
062200
062300     MOVE CRI-ID-ACTUAL TO MST-TAXPAYER-ID.
062400
062500     READ MASTFILE
062600         INVALID KEY
062700             SET CRI-SIN-MAESTRO TO TRUE
062800         NOT INVALID KEY
062900             SET CRI-EN-MAESTRO TO TRUE
063000     END-READ.
063100
063200     IF CRI-SIN-MAESTRO
063300         IF CRI-MASTFILE-STATUS NOT = '23'
063400             MOVE 'MASTFILE' TO CRI-ERROR-ARCHIVO
063500             MOVE CRI-MASTFILE-STATUS TO CRI-ERROR-STATUS
063600             PERFORM VERIFICA-ESTADO-ARCHIVO
063700         END-IF
063800     END-IF.
063900
064000*--------------------------------------------------------------*
064100*    COMPARA-DECLARADO - LA RENTA DECLARADA SALE DEL LOG; SI EL *
064200*    LOG NO TIENE LIQUIDACION EN LA VENTANA PERO EL MAESTRO SI  *
064300*    (ULTIMA LIQUIDACION DENTRO DE ELLA), LA DEL MAESTRO.  SIN  *
064400*    NINGUNA DE LAS DOS, EL CONTRIBUYENTE NO HA LIQUIDADO.      *
064500*--------------------------------------------------------------*
064600 COMPARA-DECLARADO.
064700
064800     MOVE SPACES TO SRT-CRUCE-REC.
064900     MOVE CRI-ID-ACTUAL TO SRT-TAXPAYER-ID.
065000     MOVE CRI-IMPUTADO TO SRT-IMPUTADO.
065100     MOVE CRI-RETENIDO TO SRT-RETENIDO.
065200     MOVE CRI-PAGADORES TO SRT-PAGADORES.
065300     MOVE ZERO TO SRT-DECLARADO.
065400     IF CRI-EN-MAESTRO
065500         MOVE MST-TAXPAYER-NAME TO SRT-NOMBRE
065600         MOVE MST-LAST-RUN-DATE TO SRT-ULTIMA-LIQ
065700         MOVE 'S' TO SRT-CENSADO
065800     ELSE
065900         MOVE ZERO TO SRT-ULTIMA-LIQ
066000         MOVE 'N' TO SRT-CENSADO
066100     END-IF.
066200
066300     IF CRI-CON-AUDITORIA
066400         ADD 1 TO CRI-TOTAL-AUDITORIA
066500         MOVE 'A' TO CRI-ORIGEN
066600     ELSE
066700         IF CRI-EN-MAESTRO
066800             AND MST-LAST-RUN-DATE NOT < CRI-FECHA-DESDE
066900             AND MST-LAST-RUN-DATE NOT > CRI-FECHA-HASTA
067000             ADD 1 TO CRI-TOTAL-DE-MAESTRO
067100             MOVE 'M' TO CRI-ORIGEN
067200             MOVE MST-ANNUAL-INCOME TO CRI-DECLARADO
067300         ELSE
067400             MOVE SPACE TO CRI-ORIGEN
067500         END-IF
067600     END-IF.
067700
067800     IF CRI-ORIGEN = SPACE
067900         ADD 1 TO CRI-TOTAL-SIN-LIQ
068000         ADD CRI-IMPUTADO TO CRI-TOTAL-NO-LIQUIDADO
068100         SET SRT-SIN-LIQUIDACION TO TRUE
068200         MOVE CRI-IMPUTADO TO SRT-IMPORTE
068300         RELEASE SRT-CRUCE-REC
068400     ELSE
068500         COMPUTE CRI-DIFERENCIA = CRI-IMPUTADO - CRI-DECLARADO
068600         IF CRI-DIFERENCIA > CRI-UMBRAL
068700             ADD 1 TO CRI-TOTAL-INFRA
068800             ADD CRI-DIFERENCIA TO CRI-TOTAL-DIFERENCIA
068900             SET SRT-INFRADECLARACION TO TRUE
069000             MOVE CRI-DIFERENCIA TO SRT-IMPORTE
069100             MOVE CRI-DECLARADO TO SRT-DECLARADO
069200             MOVE CRI-ORIGEN TO SRT-ORIGEN
069300             RELEASE SRT-CRUCE-REC
069400         ELSE
069500             ADD 1 TO CRI-TOTAL-CUADRADOS
069600         END-IF
069700     END-IF.
069800
069900*--------------------------------------------------------------*
070000*    EDITA-RESULTADOS - RECOGE LOS CASOS YA ORDENADOS: PRIMERO  *
070100*    LAS INFRADECLARACIONES Y LUEGO LOS SIN LIQUIDACION, CADA   *
070200*    UNO CON SU CABECERA, SU NUMERO DE ORDEN Y SU SUBTOTAL, Y   *
070300*    GENERA A LA VEZ SU ARCHIVO EN EL MISMO ORDEN.              *
070400*--------------------------------------------------------------*
070500 EDITA-RESULTADOS.
070600
070700     PERFORM RETORNA-CASO
070800         WITH TEST AFTER UNTIL CRI-SRT-EOF.
070900
071000     IF CRI-SECCION-ACTUAL NOT = LOW-VALUES
071100         PERFORM CIERRA-SECCION
071200     END-IF.
071300
071400 RETORNA-CASO.
071500
071600     RETURN CRUSORT
071700         AT END
071800             SET CRI-SRT-EOF TO TRUE
071900         NOT AT END
072000             PERFORM EDITA-UN-CASO
072100     END-RETURN.
072200
072300 EDITA-UN-CASO.
072400
072500     IF SRT-SECCION NOT = CRI-SECCION-ACTUAL
072600         IF CRI-SECCION-ACTUAL NOT = LOW-VALUES
072700             PERFORM CIERRA-SECCION
072800         END-IF
072900         PERFORM ABRE-SECCION
073000     END-IF.
073100
073200     ADD 1 TO CRI-ORDEN.
073300     ADD 1 TO CRI-SUBTOTAL-CONTADOR.
073400     ADD SRT-IMPORTE TO CRI-SUBTOTAL-IMPORTE.
073500
073600     IF SRT-INFRADECLARACION
073700         PERFORM EDITA-INFRADECLARACION
073800     ELSE
073900         PERFORM EDITA-SIN-LIQUIDACION
074000     END-IF.
074100
074200 EDITA-INFRADECLARACION.
074300
074400     MOVE CRI-ORDEN         TO IMR-DIN-ORDEN.
074500     MOVE SRT-TAXPAYER-ID   TO IMR-DIN-ID.
074600     MOVE SRT-NOMBRE        TO IMR-DIN-NOMBRE.
074700     MOVE SRT-IMPUTADO      TO IMR-DIN-IMPUTADO.
074800     MOVE SRT-DECLARADO     TO IMR-DIN-DECLARADO.
074900     MOVE SRT-IMPORTE       TO IMR-DIN-DIFERENCIA.
075000     MOVE SRT-RETENIDO      TO IMR-DIN-RETENIDO.
075100     MOVE SRT-PAGADORES     TO IMR-DIN-PAGADORES.
075200     IF SRT-ORIGEN = 'A'
075300         MOVE 'AUDITORIA' TO IMR-DIN-ORIGEN
075400     ELSE
075500         MOVE 'MAESTRO' TO IMR-DIN-ORIGEN
075600     END-IF.
075700     MOVE IMR-LIN-DET-INFRA TO IMR-LINEA.
075800     PERFORM ESCRIBE-LINEA.
075900
076000     MOVE SPACES TO DIF-INFRADECLARACION-REC.
076100     MOVE SRT-TAXPAYER-ID   TO DIF-TAXPAYER-ID.
076200     MOVE SRT-NOMBRE        TO DIF-TAXPAYER-NAME.
076300     MOVE CRI-EJERCICIO     TO DIF-EJERCICIO.
076400     MOVE SRT-IMPUTADO      TO DIF-IMPUTADO.
076500     MOVE SRT-RETENIDO      TO DIF-RETENIDO.
076600     MOVE SRT-DECLARADO     TO DIF-DECLARADO.
076700     MOVE SRT-IMPORTE       TO DIF-DIFERENCIA.
076800     MOVE SRT-PAGADORES     TO DIF-PAGADORES.
076900     MOVE SRT-ORIGEN        TO DIF-ORIGEN.
077000     WRITE DIF-INFRADECLARACION-REC.
077100     MOVE 'DIFFILE ' TO CRI-ERROR-ARCHIVO.
077200     MOVE CRI-DIFFILE-STATUS TO CRI-ERROR-STATUS.
077300     PERFORM VERIFICA-ESTADO-ARCHIVO.
077400
077500 EDITA-SIN-LIQUIDACION.
077600
077700     MOVE CRI-ORDEN         TO IMR-DSL-ORDEN.
077800     MOVE SRT-TAXPAYER-ID   TO IMR-DSL-ID.
077900     MOVE SRT-NOMBRE        TO IMR-DSL-NOMBRE.
078000     MOVE SRT-IMPUTADO      TO IMR-DSL-IMPUTADO.
078100     MOVE SRT-RETENIDO      TO IMR-DSL-RETENIDO.
078200     MOVE SRT-PAGADORES     TO IMR-DSL-PAGADORES.
078300     MOVE SRT-ULTIMA-LIQ    TO IMR-DSL-ULTIMA.
078400     IF SRT-CENSADO = 'S'
078500         MOVE 'CENSADO' TO IMR-DSL-CENSO
078600     ELSE
078700         MOVE 'NO CENSADO' TO IMR-DSL-CENSO
078800     END-IF.
078900     MOVE IMR-LIN-DET-SINLIQ TO IMR-LINEA.
079000     PERFORM ESCRIBE-LINEA.
079100
079200     MOVE SPACES TO SIN-SIN-LIQUIDACION-REC.
079300     MOVE SRT-TAXPAYER-ID   TO SIN-TAXPAYER-ID.
079400     MOVE SRT-NOMBRE        TO SIN-TAXPAYER-NAME.
079500     MOVE CRI-EJERCICIO     TO SIN-EJERCICIO.
079600     MOVE SRT-IMPUTADO      TO SIN-IMPUTADO.
079700     MOVE SRT-RETENIDO      TO SIN-RETENIDO.
079800     MOVE SRT-PAGADORES     TO SIN-PAGADORES.
079900     MOVE SRT-CENSADO       TO SIN-CENSADO.
080000     MOVE SRT-ULTIMA-LIQ    TO SIN-ULTIMA-LIQUIDACION.
080100     WRITE SIN-SIN-LIQUIDACION-REC.
080200     MOVE 'SINLFILE' TO CRI-ERROR-ARCHIVO.
080300     MOVE CRI-SINLFILE-STATUS TO CRI-ERROR-STATUS.
080400     PERFORM VERIFICA-ESTADO-ARCHIVO.
080500
080600 ABRE-SECCION.
080700
080800     MOVE SRT-SECCION TO CRI-SECCION-ACTUAL.
080900     MOVE ZERO TO CRI-ORDEN.
081000     MOVE ZERO TO CRI-SUBTOTAL-CONTADOR.
081100     MOVE ZERO TO CRI-SUBTOTAL-IMPORTE.
081200
081300     MOVE SPACES TO IMR-LINEA.
081400     PERFORM ESCRIBE-LINEA.
081500     IF SRT-INFRADECLARACION
081600         MOVE 'INFRADECLARACIONES, DE MAYOR A MENOR DIFERENCIA'
081700             TO IMR-SEC-TITULO
081800     ELSE
081900         MOVE 'RENTAS IMPUTADAS SIN NINGUNA LIQUIDACION'
082000             TO IMR-SEC-TITULO
082100     END-IF.
082200     MOVE IMR-LIN-SECCION TO IMR-LINEA.
082300     PERFORM ESCRIBE-LINEA.
082400     MOVE SPACES TO IMR-LINEA.
082500     PERFORM ESCRIBE-LINEA.
082600     IF SRT-INFRADECLARACION
082700         MOVE IMR-LIN-CAB-INFRA TO IMR-LINEA
082800     ELSE
082900         MOVE IMR-LIN-CAB-SINLIQ TO IMR-LINEA
083000     END-IF.
083100     PERFORM ESCRIBE-LINEA.
083200
083300 CIERRA-SECCION.
083400
083500     IF CRI-SECCION-ACTUAL = '1'
083600         MOVE 'INFRADECLARACIONES          : ' TO IMR-SUB-ROTULO
083700     ELSE
083800         MOVE 'SIN LIQUIDACION             : ' TO IMR-SUB-ROTULO
083900     END-IF.
084000     MOVE CRI-SUBTOTAL-CONTADOR TO IMR-SUB-CONTADOR.
084100     MOVE CRI-SUBTOTAL-IMPORTE TO IMR-SUB-IMPORTE.
084200     MOVE SPACES TO IMR-LINEA.
084300     PERFORM ESCRIBE-LINEA.
084400     MOVE IMR-LIN-SUBTOTAL TO IMR-LINEA.
084500     PERFORM ESCRIBE-LINEA.
084600
084700 ESCRIBE-LINEA.
084800
084900     WRITE IMR-LINEA.
085000     MOVE 'IMPREPT ' TO CRI-ERROR-ARCHIVO.
085100     MOVE CRI-IMPREPT-STATUS TO CRI-ERROR-STATUS.
085200     PERFORM VERIFICA-ESTADO-ARCHIVO.
085300
085400 FIN.
085500
085600     MOVE SPACES TO IMR-LINEA.
085700     PERFORM ESCRIBE-LINEA.
085800     MOVE 'IMPUTACIONES DEL EJERCICIO  : ' TO IMR-TOT-ROTULO.
085900     MOVE CRI-TOTAL-IMPUTACIONES TO IMR-TOT-CONTADOR.
086000     MOVE IMR-LIN-TOTAL TO IMR-LINEA.
086100     PERFORM ESCRIBE-LINEA.
086200     MOVE 'CONTRIBUYENTES CRUZADOS     : ' TO IMR-TOT-ROTULO.
086300     MOVE CRI-TOTAL-CONTRIBUYENTES TO IMR-TOT-CONTADOR.
086400     MOVE IMR-LIN-TOTAL TO IMR-LINEA.
086500     PERFORM ESCRIBE-LINEA.
086600     MOVE 'LIQUIDADOS SEGUN AUDITORIA  : ' TO IMR-TOT-ROTULO.
086700     MOVE CRI-TOTAL-AUDITORIA TO IMR-TOT-CONTADOR.
086800     MOVE IMR-LIN-TOTAL TO IMR-LINEA.
086900     PERFORM ESCRIBE-LINEA.
087000     MOVE 'LIQUIDADOS SEGUN MAESTRO    : ' TO IMR-TOT-ROTULO.
087100     MOVE CRI-TOTAL-DE-MAESTRO TO IMR-TOT-CONTADOR.
087200     MOVE IMR-LIN-TOTAL TO IMR-LINEA.
087300     PERFORM ESCRIBE-LINEA.
087400     MOVE 'SIN DIFERENCIA RELEVANTE    : ' TO IMR-TOT-ROTULO.
087500     MOVE CRI-TOTAL-CUADRADOS TO IMR-TOT-CONTADOR.
087600     MOVE IMR-LIN-TOTAL TO IMR-LINEA.
087700     PERFORM ESCRIBE-LINEA.
087800     MOVE 'INFRADECLARACIONES          : ' TO IMR-TOT-ROTULO.
087900     MOVE CRI-TOTAL-INFRA TO IMR-TOT-CONTADOR.
088000     MOVE IMR-LIN-TOTAL TO IMR-LINEA.
088100     PERFORM ESCRIBE-LINEA.
088200     MOVE 'SIN LIQUIDACION             : ' TO IMR-TOT-ROTULO.
088300     MOVE CRI-TOTAL-SIN-LIQ TO IMR-TOT-CONTADOR.
088400     MOVE IMR-LIN-TOTAL TO IMR-LINEA.
088500     PERFORM ESCRIBE-LINEA.
088600
088700     CLOSE IMPUFILE.
088800     CLOSE AUDITIN.
088900     CLOSE MASTFILE.
089000     CLOSE DIFFILE.
089100     CLOSE SINLFILE.
089200     CLOSE IMPREPT.
089300
089400     DISPLAY ' '.
089500     DISPLAY '===================================='.
089600     DISPLAY '  CRU-IMPU - INFORME DE CONTROL'.
089700     DISPLAY '===================================='.
089800     DISPLAY '  IMPUTACIONES: ' CRI-TOTAL-IMPUTACIONES.
089900     DISPLAY '  CRUZADOS    : ' CRI-TOTAL-CONTRIBUYENTES.
090000     DISPLAY '  AUDITORIA   : ' CRI-TOTAL-AUDITORIA.
090100     DISPLAY '  MAESTRO     : ' CRI-TOTAL-DE-MAESTRO.
090200     DISPLAY '  SIN DIFER.  : ' CRI-TOTAL-CUADRADOS.
090300     DISPLAY '  INFRADECL.  : ' CRI-TOTAL-INFRA.
090400     DISPLAY '  SIN LIQUID. : ' CRI-TOTAL-SIN-LIQ.
090500     MOVE CRI-TOTAL-DIFERENCIA TO CRI-TOTAL-ED.
090600     DISPLAY '  DIFERENCIA  : ' CRI-TOTAL-ED.
090700     MOVE CRI-TOTAL-NO-LIQUIDADO TO CRI-TOTAL-ED.
090800     DISPLAY '  NO LIQUIDADO: ' CRI-TOTAL-ED.
090900     DISPLAY '===================================='.
091000
091100     DISPLAY 'FIN DE PROGRAMA'
091200
091300     STOP RUN.
