000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   MNT-MAND                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      MANTENIMIENTO DE LOS MANDATOS DE ADEUDO       *
001000*                  DIRECTO SEPA (MANDFILE): ALTAS, MODIFICACIONES*
001100*                  Y BAJAS A PARTIR DE UN ARCHIVO DE             *
001200*                  TRANSACCIONES, CON VALIDACION DEL IBAN (DIGITO*
001300*                  DE CONTROL MODULO 97), DE LA REFERENCIA Y DE  *
001400*                  LA FECHA DE FIRMA, Y LISTADO DE TRANSACCIONES *
001500*                  APLICADAS Y RECHAZADAS.  LA BAJA NO BORRA EL  *
001600*                  MANDATO, LO DEJA INACTIVO; UN ALTA SOBRE UN   *
001700*                  MANDATO INACTIVO (DE BAJA O CANCELADO POR     *
001800*                  DEVOLUCIONES) LO SUSTITUYE.                   *
001900*                                                                *
002000*-----------------------------------------------------------------
002100*    MODIFICATION HISTORY                                       *
002200*-----------------------------------------------------------------
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  -------------------------------------------*
002500*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
002600*****************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. MNT-MAND.
003000 AUTHOR. J. MARTIN.
003100 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300
004400     SELECT TRANFILE ASSIGN TO TRANFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS MND-TRANFILE-STATUS.
004700
004800     SELECT MANDFILE ASSIGN TO MANDFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MAN-TAXPAYER-ID
005200         FILE STATUS IS MND-MANDFILE-STATUS.
005300
005400     SELECT MASTFILE ASSIGN TO MASTFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS MST-TAXPAYER-ID
005800         FILE STATUS IS MND-MASTFILE-STATUS.
005900
006000     SELECT LISTFILE ASSIGN TO LISTFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS MND-LISTFILE-STATUS.
006300
006400 DATA DIVISION.
006500
006600 FILE SECTION.
006700
006800*--------------------------------------------------------------*
006900*    TRANFILE - TRANSACCIONES DE MANTENIMIENTO DE MANDATOS, UNA *
007000*    POR REGISTRO, IDENTIFICADAS POR EL CODIGO DE ACCION:       *
007100*        A - ALTA          M - MODIFICACION       B - BAJA      *
007200*    LA BAJA SOLO NECESITA EL IDENTIFICADOR.                    *
007300*--------------------------------------------------------------*
007400 FD  TRANFILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  TRM-TRANSACCION-REC.
007800     05 TRM-ACCION               PIC X(01).
007900         88 TRM-ALTA                 VALUE 'A'.
008000         88 TRM-MODIFICACION         VALUE 'M'.
008100         88 TRM-BAJA                 VALUE 'B'.
008200         88 TRM-ACCION-VALIDA        VALUE 'A' 'M' 'B'.
008300     05 TRM-TAXPAYER-ID          PIC X(09).
008400     05 TRM-IBAN                 PIC X(34).
008500     05 TRM-REFERENCIA           PIC X(35).
008600     05 TRM-FECHA-FIRMA          PIC X(08).
008700     05 FILLER                   PIC X(13).
008800
008900 FD  MANDFILE.
009000     COPY MANDREG.
009100
009200 FD  MASTFILE.
009300     COPY TAXPAYR.
009400
009500 FD  LISTFILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  LST-LINEA                   PIC X(132).
009900
010000 WORKING-STORAGE SECTION.
010100
010200 01  MND-FILE-STATUSES.
010300     05 MND-TRANFILE-STATUS      PIC X(02) VALUE '00'.
010400     05 MND-MANDFILE-STATUS      PIC X(02) VALUE '00'.
010500     05 MND-MASTFILE-STATUS      PIC X(02) VALUE '00'.
010600     05 MND-LISTFILE-STATUS      PIC X(02) VALUE '00'.
010700
010800*--------------------------------------------------------------*
010900*    MND-ERROR-CONTROL - USADO POR VERIFICA-ESTADO-ARCHIVO PARA *
011000*    IDENTIFICAR EN EL MENSAJE DE ABORTO QUE ARCHIVO Y QUE       *
011100*    FILE STATUS PROVOCARON EL FALLO DE E/S.                    *
011200*--------------------------------------------------------------*
011300 01  MND-ERROR-CONTROL.
011400     05 MND-ERROR-ARCHIVO        PIC X(08).
011500     05 MND-ERROR-STATUS         PIC X(02).
011600
011700 01  MND-SWITCHES.
011800     05 MND-EOF-SW               PIC X(01) VALUE 'N'.
011900         88 MND-EOF                  VALUE 'Y'.
012000     05 MND-TRANSACCION-SW       PIC X(01) VALUE 'S'.
012100         88 MND-TRANSACCION-VALIDA   VALUE 'S'.
012200         88 MND-TRANSACCION-INVALIDA VALUE 'N'.
012300     05 MND-IBAN-SW              PIC X(01) VALUE 'S'.
012400         88 MND-IBAN-VALIDO          VALUE 'S'.
012500         88 MND-IBAN-INVALIDO        VALUE 'N'.
012600     05 MND-MANDATO-SW           PIC X(01) VALUE 'N'.
012700         88 MND-MANDATO-EXISTE       VALUE 'S'.
012800         88 MND-MANDATO-NUEVO        VALUE 'N'.
012900
013000 01  MND-TOTALES.
013100     05 MND-TOTAL-LEIDAS         PIC 9(09) VALUE ZERO.
013200     05 MND-TOTAL-APLICADAS      PIC 9(09) VALUE ZERO.
013300     05 MND-TOTAL-RECHAZADAS     PIC 9(09) VALUE ZERO.
013400
013500 01  MND-FECHA-EJECUCION         PIC 9(08).
013600 01  MND-FECHA-FIRMA             PIC 9(08).
013700
013800*--------------------------------------------------------------*
013900*    VALIDACION DEL IBAN - SE PASAN LOS CUATRO PRIMEROS         *
014000*    CARACTERES AL FINAL, CADA LETRA VALE SU POSICION EN EL     *
014100*    ALFABETO MAS NUEVE (A = 10 ... Z = 35) Y EL NUMERO QUE     *
014200*    RESULTA, MODULO 97, DEBE DAR 1.  EL RESTO SE VA ARRASTRANDO*
014300*    CARACTER A CARACTER PARA NO MANEJAR 34 CIFRAS DE UNA VEZ.  *
014400*--------------------------------------------------------------*
014500 01  MND-IBAN-W.
014600     05 MND-IBAN                 PIC X(34).
014700     05 MND-IBAN-CAR             PIC X(01).
014800     05 MND-IBAN-DIGITO REDEFINES MND-IBAN-CAR
014900                                 PIC 9(01).
015000     05 MND-IBAN-IDX             PIC 9(04)  COMP.
015100     05 MND-IBAN-LONGITUD        PIC 9(04)  COMP.
015200     05 MND-IBAN-VALOR           PIC 9(02).
015300     05 MND-IBAN-ACUM            PIC 9(05).
015400     05 MND-IBAN-COCIENTE        PIC 9(05).
015500     05 MND-IBAN-RESTO           PIC 9(02).
015600     05 MND-LETRA-POS            PIC 9(04)  COMP.
015700
015800 01  MND-ALFABETO                PIC X(26) VALUE
015900     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
016000
016100*--------------------------------------------------------------*
016200*    LINEAS DEL LISTADO DE TRANSACCIONES.                       *
016300*--------------------------------------------------------------*
016400 01  MND-LIN-TITULO.
016500     05 FILLER                   PIC X(34) VALUE
016600         'MNT-MAND - LISTADO DE MANTENIMIENT'.
016700     05 FILLER                   PIC X(24) VALUE
016800         'O DE MANDATOS - FECHA:  '.
016900     05 MND-TIT-FECHA            PIC 9(08).
017000     05 FILLER                   PIC X(66) VALUE SPACES.
017100
017200 01  MND-LIN-CABECERA.
017300     05 FILLER                   PIC X(07) VALUE 'ACCION '.
017400     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
017500     05 FILLER                   PIC X(36) VALUE 'IBAN'.
017600     05 FILLER                   PIC X(37) VALUE
017700         'REFERENCIA MANDATO'.
017800     05 FILLER                   PIC X(10) VALUE 'RESULTADO '.
017900     05 FILLER                   PIC X(30) VALUE 'MOTIVO'.
018000
018100 01  MND-LIN-DETALLE.
018200     05 MND-DET-ACCION           PIC X(01).
018300     05 FILLER                   PIC X(06) VALUE SPACES.
018400     05 MND-DET-ID               PIC X(09).
018500     05 FILLER                   PIC X(03) VALUE SPACES.
018600     05 MND-DET-IBAN             PIC X(34).
018700     05 FILLER                   PIC X(02) VALUE SPACES.
018800     05 MND-DET-REFERENCIA       PIC X(35).
018900     05 FILLER                   PIC X(02) VALUE SPACES.
019000     05 MND-DET-RESULTADO        PIC X(09).
019100     05 FILLER                   PIC X(01) VALUE SPACES.
019200     05 MND-DET-MOTIVO           PIC X(30).
019300
019400 01  MND-LIN-TOTAL.
019500     05 MND-TOT-ROTULO           PIC X(15).
019600     05 MND-TOT-IMPORTE          PIC ZZZZZZZZ9.
019700     05 FILLER                   PIC X(108) VALUE SPACES.
019800
019900 PROCEDURE DIVISION.
020000
020100 MAIN-PROCEDURE.
020200
020300     PERFORM INICIO.
020400
020500     PERFORM PROCESA-TRANSACCION.
020600
020700     PERFORM OTRA-TRANSACCION WITH TEST AFTER UNTIL MND-EOF.
020800
020900     PERFORM FIN.
021000
021100 INICIO.
021200
021300     OPEN INPUT TRANFILE.
021400     MOVE 'TRANFILE' TO MND-ERROR-ARCHIVO.
021500     MOVE MND-TRANFILE-STATUS TO MND-ERROR-STATUS.
021600     PERFORM VERIFICA-ESTADO-ARCHIVO.
021700
021800*    LOS MANDATOS SE ABREN I-O: SI TODAVIA NO EXISTEN (PRIMERA  *
021900*    CARGA), STATUS '35', SE CREA EL ARCHIVO VACIO ABRIENDOLO   *
022000*    OUTPUT Y SE REABRE I-O PARA APLICAR LAS TRANSACCIONES.     *
022100     OPEN I-O MANDFILE.
022200     IF MND-MANDFILE-STATUS = '35'
022300         OPEN OUTPUT MANDFILE
022400         MOVE 'MANDFILE' TO MND-ERROR-ARCHIVO
022500         MOVE MND-MANDFILE-STATUS TO MND-ERROR-STATUS
022600         PERFORM VERIFICA-ESTADO-ARCHIVO
022700         CLOSE MANDFILE
022800         OPEN I-O MANDFILE
022900     END-IF.
023000     MOVE 'MANDFILE' TO MND-ERROR-ARCHIVO.
023100     MOVE MND-MANDFILE-STATUS TO MND-ERROR-STATUS.
023200     PERFORM VERIFICA-ESTADO-ARCHIVO.
023300
023400     OPEN INPUT MASTFILE.
023500     MOVE 'MASTFILE' TO MND-ERROR-ARCHIVO.
023600     MOVE MND-MASTFILE-STATUS TO MND-ERROR-STATUS.
023700     PERFORM VERIFICA-ESTADO-ARCHIVO.
023800
023900     OPEN OUTPUT LISTFILE.
024000     MOVE 'LISTFILE' TO MND-ERROR-ARCHIVO.
024100     MOVE MND-LISTFILE-STATUS TO MND-ERROR-STATUS.
024200     PERFORM VERIFICA-ESTADO-ARCHIVO.
024300
024400     DISPLAY 'MNT-MAND - MANTENIMIENTO DE MANDATOS DE ADEUDO '
024500         'DIRECTO'.
024600
024700     ACCEPT MND-FECHA-EJECUCION FROM DATE YYYYMMDD.
024800     MOVE MND-FECHA-EJECUCION TO MND-TIT-FECHA.
024900     MOVE MND-LIN-TITULO TO LST-LINEA.
025000     PERFORM ESCRIBE-LINEA.
025100     MOVE SPACES TO LST-LINEA.
025200     PERFORM ESCRIBE-LINEA.
025300     MOVE MND-LIN-CABECERA TO LST-LINEA.
025400     PERFORM ESCRIBE-LINEA.
025500     MOVE SPACES TO LST-LINEA.
025600     PERFORM ESCRIBE-LINEA.
025700
025800*--------------------------------------------------------------*
025900*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
026000*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
026100*--------------------------------------------------------------*
026200 VERIFICA-ESTADO-ARCHIVO.
026300
026400     IF MND-ERROR-STATUS NOT = '00'
026500         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' MND-ERROR-ARCHIVO
026600         DISPLAY '*** FILE STATUS            : ' MND-ERROR-STATUS
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000
027100 PROCESA-TRANSACCION.
027200
027300     READ TRANFILE
027400         AT END
027500             SET MND-EOF TO TRUE
027600     END-READ.
027700
027800     IF NOT MND-EOF
027900         ADD 1 TO MND-TOTAL-LEIDAS
028000         PERFORM VALIDA-TRANSACCION
028100         IF MND-TRANSACCION-VALIDA
028200             PERFORM APLICA-TRANSACCION
028300         ELSE
028400             PERFORM RECHAZA-TRANSACCION
028500         END-IF
028600     END-IF.
028700
028800*--------------------------------------------------------------*
028900*    VALIDA-TRANSACCION - VALIDACION DE CAMPOS ANTES DE TOCAR   *
029000*    LOS MANDATOS: ACCION RECONOCIDA, IDENTIFICADOR INFORMADO   *
029100*    Y, PARA ALTAS Y MODIFICACIONES, IBAN CORRECTO, REFERENCIA  *
029200*    DEL MANDATO NO EN BLANCO Y FECHA DE FIRMA NUMERICA Y NO    *
029300*    POSTERIOR A HOY.  EL ALTA EXIGE ADEMAS QUE EL              *
029400*    CONTRIBUYENTE EXISTA EN EL MAESTRO.                        *
029500*--------------------------------------------------------------*
029600 VALIDA-TRANSACCION.
029700
029800     SET MND-TRANSACCION-VALIDA TO TRUE.
029900     MOVE SPACES TO MND-DET-MOTIVO.
030000
030100     IF NOT TRM-ACCION-VALIDA
030200         SET MND-TRANSACCION-INVALIDA TO TRUE
030300         MOVE 'ACCION NO RECONOCIDA' TO MND-DET-MOTIVO
030400     ELSE
030500         IF TRM-TAXPAYER-ID = SPACES
030600             SET MND-TRANSACCION-INVALIDA TO TRUE
030700             MOVE 'IDENTIFICADOR EN BLANCO' TO MND-DET-MOTIVO
030800         ELSE
030900             IF TRM-ALTA OR TRM-MODIFICACION
031000                 PERFORM VALIDA-DATOS-MANDATO
031100             END-IF
031200         END-IF
031300     END-IF.
031400
031500     IF MND-TRANSACCION-VALIDA AND TRM-ALTA
031600         MOVE TRM-TAXPAYER-ID TO MST-TAXPAYER-ID
031700         READ MASTFILE
031800             INVALID KEY
031900                 SET MND-TRANSACCION-INVALIDA TO TRUE
032000                 MOVE 'NO EXISTE EN EL MAESTRO' TO MND-DET-MOTIVO
032100         END-READ
032200         IF MND-MASTFILE-STATUS NOT = '23'
032300             MOVE 'MASTFILE' TO MND-ERROR-ARCHIVO
032400             MOVE MND-MASTFILE-STATUS TO MND-ERROR-STATUS
032500             PERFORM VERIFICA-ESTADO-ARCHIVO
032600         END-IF
032700     END-IF.
032800
032900 VALIDA-DATOS-MANDATO.
033000
033100     PERFORM VALIDA-IBAN.
033200
033300     IF MND-IBAN-INVALIDO
033400         SET MND-TRANSACCION-INVALIDA TO TRUE
033500         MOVE 'IBAN INCORRECTO' TO MND-DET-MOTIVO
033600     ELSE
033700         IF TRM-REFERENCIA = SPACES
033800             SET MND-TRANSACCION-INVALIDA TO TRUE
033900             MOVE 'REFERENCIA DE MANDATO EN BLANCO'
034000                 TO MND-DET-MOTIVO
034100         ELSE
034200             IF TRM-FECHA-FIRMA NOT NUMERIC
034300                 SET MND-TRANSACCION-INVALIDA TO TRUE
034400                 MOVE 'FECHA DE FIRMA INVALIDA' TO MND-DET-MOTIVO
034500             ELSE
034600                 MOVE TRM-FECHA-FIRMA TO MND-FECHA-FIRMA
034700                 IF MND-FECHA-FIRMA = ZERO
034800                     OR MND-FECHA-FIRMA > MND-FECHA-EJECUCION
034900                     SET MND-TRANSACCION-INVALIDA TO TRUE
035000                     MOVE 'FECHA DE FIRMA INVALIDA'
035100                         TO MND-DET-MOTIVO
035200                 END-IF
035300             END-IF
035400         END-IF
035500     END-IF.
035600
035700*--------------------------------------------------------------*
035800*    VALIDA-IBAN - FORMATO (PAIS EN LETRAS, DIGITOS DE CONTROL  *
035900*    NUMERICOS, SIN BLANCOS INTERCALADOS, ENTRE 15 Y 34         *
036000*    CARACTERES) Y DIGITO DE CONTROL MODULO 97.                 *
036100*--------------------------------------------------------------*
036200 VALIDA-IBAN.
036300
036400     SET MND-IBAN-VALIDO TO TRUE.
036500     MOVE TRM-IBAN TO MND-IBAN.
036600     MOVE ZERO TO MND-IBAN-LONGITUD.
036700
036800     PERFORM MIDE-IBAN
036900         VARYING MND-IBAN-IDX FROM 1 BY 1
037000         UNTIL MND-IBAN-IDX > 34.
037100
037200     IF MND-IBAN-LONGITUD < 15
037300         SET MND-IBAN-INVALIDO TO TRUE
037400     ELSE
037500         IF MND-IBAN (1:2) NOT ALPHABETIC-UPPER
037600             OR MND-IBAN (3:2) NOT NUMERIC
037700             SET MND-IBAN-INVALIDO TO TRUE
037800         END-IF
037900     END-IF.
038000
038100     IF MND-IBAN-VALIDO
038200         MOVE ZERO TO MND-IBAN-RESTO
038300         PERFORM ACUMULA-CARACTER-IBAN
038400             VARYING MND-IBAN-IDX FROM 5 BY 1
038500             UNTIL MND-IBAN-IDX > MND-IBAN-LONGITUD
038600         PERFORM ACUMULA-CARACTER-IBAN
038700             VARYING MND-IBAN-IDX FROM 1 BY 1
038800             UNTIL MND-IBAN-IDX > 4
038900         IF MND-IBAN-RESTO NOT = 1
039000             SET MND-IBAN-INVALIDO TO TRUE
039100         END-IF
039200     END-IF.
039300
039400*    LA LONGITUD ES LA POSICION DEL ULTIMO CARACTER NO BLANCO;  *
039500*    UN BLANCO ANTES DE ELLA ES UN BLANCO INTERCALADO.          *
039600 MIDE-IBAN.
039700
039800     IF MND-IBAN (MND-IBAN-IDX:1) NOT = SPACE
039900         IF MND-IBAN-IDX > MND-IBAN-LONGITUD + 1
040000             SET MND-IBAN-INVALIDO TO TRUE
040100         END-IF
040200         MOVE MND-IBAN-IDX TO MND-IBAN-LONGITUD
040300     END-IF.
040400
040500 ACUMULA-CARACTER-IBAN.
040600
040700     MOVE MND-IBAN (MND-IBAN-IDX:1) TO MND-IBAN-CAR.
040800
040900     IF MND-IBAN-CAR NUMERIC
041000         COMPUTE MND-IBAN-ACUM =
041100             (MND-IBAN-RESTO * 10) + MND-IBAN-DIGITO
041200     ELSE
041300*        LETRAS DELANTE DE LA BUSCADA: 0 PARA LA A ... 25 PARA  *
041400*        LA Z; 26 SI NO ES UNA LETRA.                           *
041500         MOVE ZERO TO MND-LETRA-POS
041600         INSPECT MND-ALFABETO TALLYING MND-LETRA-POS
041700             FOR CHARACTERS BEFORE INITIAL MND-IBAN-CAR
041800         IF MND-LETRA-POS > 25
041900             SET MND-IBAN-INVALIDO TO TRUE
042000             MOVE ZERO TO MND-IBAN-VALOR
042100         ELSE
042200             COMPUTE MND-IBAN-VALOR = MND-LETRA-POS + 10
042300         END-IF
042400         COMPUTE MND-IBAN-ACUM =
042500             (MND-IBAN-RESTO * 100) + MND-IBAN-VALOR
042600     END-IF.
042700
042800     DIVIDE MND-IBAN-ACUM BY 97
042900         GIVING MND-IBAN-COCIENTE
043000         REMAINDER MND-IBAN-RESTO.
043100
043200*--------------------------------------------------------------*
043300*    APLICA-TRANSACCION - LEE EL MANDATO DEL CONTRIBUYENTE Y    *
043400*    DIRIGE LA TRANSACCION YA VALIDADA A LA ACCION QUE          *
043500*    CORRESPONDA.  STATUS '23' = NO TIENE MANDATO.              *
043600*--------------------------------------------------------------*
043700 APLICA-TRANSACCION.
043800
043900     MOVE TRM-TAXPAYER-ID TO MAN-TAXPAYER-ID.
044000
044100     READ MANDFILE
044200         INVALID KEY
044300             SET MND-MANDATO-NUEVO TO TRUE
044400         NOT INVALID KEY
044500             SET MND-MANDATO-EXISTE TO TRUE
044600     END-READ.
044700
044800     IF MND-MANDATO-NUEVO
044900         IF MND-MANDFILE-STATUS NOT = '23'
045000             MOVE 'MANDFILE' TO MND-ERROR-ARCHIVO
045100             MOVE MND-MANDFILE-STATUS TO MND-ERROR-STATUS
045200             PERFORM VERIFICA-ESTADO-ARCHIVO
045300         END-IF
045400     END-IF.
045500
045600     IF TRM-ALTA
045700         PERFORM APLICA-ALTA
045800     ELSE
045900         IF TRM-MODIFICACION
046000             PERFORM APLICA-MODIFICACION
046100         ELSE
046200             PERFORM APLICA-BAJA
046300         END-IF
046400     END-IF.
046500
046600*--------------------------------------------------------------*
046700*    APLICA-ALTA - MANDATO NUEVO, ACTIVO Y SIN DEVOLUCIONES.    *
046800*    SI EL CONTRIBUYENTE YA TENIA UNO ACTIVO SE RECHAZA (HAY    *
046900*    QUE DARLO DE BAJA O MODIFICARLO); SI LO TENIA INACTIVO, EL *
047000*    NUEVO LO SUSTITUYE.  EL ULTIMO VENCIMIENTO PRESENTADO SE   *
047100*    CONSERVA: UNA CUOTA YA COBRADA NO SE VUELVE A PRESENTAR.   *
047200*--------------------------------------------------------------*
047300 APLICA-ALTA.
047400
047500     IF MND-MANDATO-EXISTE AND MAN-ACTIVO
047600         MOVE 'YA TIENE MANDATO ACTIVO' TO MND-DET-MOTIVO
047700         PERFORM RECHAZA-TRANSACCION
047800     ELSE
047900         IF MND-MANDATO-NUEVO
048000             MOVE SPACES TO MAN-MANDATO-REC
048100             MOVE TRM-TAXPAYER-ID TO MAN-TAXPAYER-ID
048200             MOVE ZERO TO MAN-ULT-VENC-PRESENTADO
048300         END-IF
048400         PERFORM CARGA-DATOS-MANDATO
048500         IF MND-MANDATO-NUEVO
048600             WRITE MAN-MANDATO-REC
048700         ELSE
048800             REWRITE MAN-MANDATO-REC
048900         END-IF
049000         MOVE 'MANDFILE' TO MND-ERROR-ARCHIVO
049100         MOVE MND-MANDFILE-STATUS TO MND-ERROR-STATUS
049200         PERFORM VERIFICA-ESTADO-ARCHIVO
049300         PERFORM ACEPTA-TRANSACCION
049400     END-IF.
049500
049600*--------------------------------------------------------------*
049700*    APLICA-MODIFICACION - CAMBIA IBAN, REFERENCIA Y FECHA DE   *
049800*    FIRMA DE UN MANDATO ACTIVO.  LA CUENTA DE DEVOLUCIONES     *
049900*    VUELVE A CERO: LAS ANTERIORES ERAN DE LA CUENTA VIEJA.     *
050000*--------------------------------------------------------------*
050100 APLICA-MODIFICACION.
050200
050300     IF MND-MANDATO-NUEVO
050400         MOVE 'NO TIENE MANDATO' TO MND-DET-MOTIVO
050500         PERFORM RECHAZA-TRANSACCION
050600     ELSE
050700         IF NOT MAN-ACTIVO
050800             MOVE 'MANDATO NO ACTIVO' TO MND-DET-MOTIVO
050900             PERFORM RECHAZA-TRANSACCION
051000         ELSE
051100             PERFORM CARGA-DATOS-MANDATO
051200             REWRITE MAN-MANDATO-REC
051300             MOVE 'MANDFILE' TO MND-ERROR-ARCHIVO
051400             MOVE MND-MANDFILE-STATUS TO MND-ERROR-STATUS
051500             PERFORM VERIFICA-ESTADO-ARCHIVO
051600             PERFORM ACEPTA-TRANSACCION
051700         END-IF
051800     END-IF.
051900
052000*--------------------------------------------------------------*
052100*    APLICA-BAJA - EL MANDATO QUEDA INACTIVO CON LA FECHA DE LA *
052200*    BAJA; NO SE BORRA PORQUE PUEDEN LLEGAR DEVOLUCIONES DE     *
052300*    ADEUDOS YA PRESENTADOS.                                    *
052400*--------------------------------------------------------------*
052500 APLICA-BAJA.
052600
052700     IF MND-MANDATO-NUEVO
052800         MOVE 'NO TIENE MANDATO' TO MND-DET-MOTIVO
052900         PERFORM RECHAZA-TRANSACCION
053000     ELSE
053100         IF NOT MAN-ACTIVO
053200             MOVE 'MANDATO NO ACTIVO' TO MND-DET-MOTIVO
053300             PERFORM RECHAZA-TRANSACCION
053400         ELSE
053500             SET MAN-BAJA TO TRUE
053600             MOVE MND-FECHA-EJECUCION TO MAN-FECHA-ESTADO
053700             REWRITE MAN-MANDATO-REC
053800             MOVE 'MANDFILE' TO MND-ERROR-ARCHIVO
053900             MOVE MND-MANDFILE-STATUS TO MND-ERROR-STATUS
054000             PERFORM VERIFICA-ESTADO-ARCHIVO
054100             PERFORM ACEPTA-TRANSACCION
054200         END-IF
054300     END-IF.
054400
054500 CARGA-DATOS-MANDATO.
054600
054700     MOVE TRM-IBAN            TO MAN-IBAN.
054800     MOVE TRM-REFERENCIA      TO MAN-REFERENCIA.
054900     MOVE MND-FECHA-FIRMA     TO MAN-FECHA-FIRMA.
055000     SET MAN-ACTIVO TO TRUE.
055100     MOVE MND-FECHA-EJECUCION TO MAN-FECHA-ESTADO.
055200     MOVE ZERO                TO MAN-NUM-DEVOLUCIONES.
055300     MOVE ZERO                TO MAN-FECHA-ULT-DEVOL.
055400     MOVE SPACES              TO MAN-MOTIVO-ULT-DEVOL.
055500
055600*--------------------------------------------------------------*
055700*    ACEPTA-TRANSACCION / RECHAZA-TRANSACCION - DEJAN EN EL     *
055800*    LISTADO UNA LINEA POR TRANSACCION CON SU RESULTADO Y, SI   *
055900*    FUE RECHAZADA, EL MOTIVO.                                  *
056000*--------------------------------------------------------------*
056100 ACEPTA-TRANSACCION.
056200
056300     ADD 1 TO MND-TOTAL-APLICADAS.
056400     MOVE 'APLICADA ' TO MND-DET-RESULTADO.
056500     PERFORM ESCRIBE-DETALLE.
056600
056700 RECHAZA-TRANSACCION.
056800
056900     ADD 1 TO MND-TOTAL-RECHAZADAS.
057000     MOVE 'RECHAZADA' TO MND-DET-RESULTADO.
057100     PERFORM ESCRIBE-DETALLE.
057200
057300 ESCRIBE-DETALLE.
057400
057500     MOVE TRM-ACCION        TO MND-DET-ACCION.
057600     MOVE TRM-TAXPAYER-ID   TO MND-DET-ID.
057700     MOVE TRM-IBAN          TO MND-DET-IBAN.
057800     MOVE TRM-REFERENCIA    TO MND-DET-REFERENCIA.
057900     MOVE MND-LIN-DETALLE   TO LST-LINEA.
058000     PERFORM ESCRIBE-LINEA.
058100
058200 ESCRIBE-LINEA.
058300
058400     WRITE LST-LINEA.
058500     MOVE 'LISTFILE' TO MND-ERROR-ARCHIVO.
058600     MOVE MND-LISTFILE-STATUS TO MND-ERROR-STATUS.
058700     PERFORM VERIFICA-ESTADO-ARCHIVO.
058800
058900 OTRA-TRANSACCION.
059000
059100     PERFORM PROCESA-TRANSACCION.
059200
059300 FIN.
059400
059500     PERFORM IMPRIME-RESUMEN.
059600
059700     CLOSE TRANFILE.
059800     CLOSE MANDFILE.
059900     CLOSE MASTFILE.
060000     CLOSE LISTFILE.
060100
060200     DISPLAY 'FIN DE PROGRAMA'
060300
060400     STOP RUN.
060500
060600*--------------------------------------------------------------*
060700*    IMPRIME-RESUMEN - TOTALES DE CONTROL AL PIE DEL LISTADO    *
060800*    Y EN SYSOUT, PARA CUADRAR CONTRA EL LOTE DE TRANSACCIONES. *
060900*--------------------------------------------------------------*
061000 IMPRIME-RESUMEN.
061100
061200     MOVE SPACES TO LST-LINEA.
061300     PERFORM ESCRIBE-LINEA.
061400
061500     MOVE 'LEIDAS       : ' TO MND-TOT-ROTULO.
061600     MOVE MND-TOTAL-LEIDAS TO MND-TOT-IMPORTE.
061700     MOVE MND-LIN-TOTAL TO LST-LINEA.
061800     PERFORM ESCRIBE-LINEA.
061900
062000     MOVE 'APLICADAS    : ' TO MND-TOT-ROTULO.
062100     MOVE MND-TOTAL-APLICADAS TO MND-TOT-IMPORTE.
062200     MOVE MND-LIN-TOTAL TO LST-LINEA.
062300     PERFORM ESCRIBE-LINEA.
062400
062500     MOVE 'RECHAZADAS   : ' TO MND-TOT-ROTULO.
062600     MOVE MND-TOTAL-RECHAZADAS TO MND-TOT-IMPORTE.
062700     MOVE MND-LIN-TOTAL TO LST-LINEA.
062800     PERFORM ESCRIBE-LINEA.
062900
063000     DISPLAY ' '.
063100     DISPLAY '===================================='.
063200     DISPLAY '  MNT-MAND - INFORME DE CONTROL'.
063300     DISPLAY '===================================='.
063400     DISPLAY '  LEIDAS      : ' MND-TOTAL-LEIDAS.
063500     DISPLAY '  APLICADAS   : ' MND-TOTAL-APLICADAS.
063600     DISPLAY '  RECHAZADAS  : ' MND-TOTAL-RECHAZADAS.
063700     DISPLAY '===================================='.
