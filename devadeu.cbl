000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   DEV-ADEU                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      DEVOLUCIONES DE ADEUDOS DIRECTOS SEPA.  CADA  *
001000*                  ADEUDO QUE EL BANCO DEVUELVE (OPERACION R,    *
001100*                  CON SU CODIGO DE MOTIVO) SE DA POR NO COBRADO:*
001200*                  LA CUOTA SE REPONE COMO PENDIENTE, SIN PAGOS, *
001300*                  EN FORMATO DE PENFILE (IMPFILE), Y CON-FRAC LA*
001400*                  FUSIONA CON LAS PENDIENTES EN SU SIGUIENTE    *
001500*                  EJECUCION, DONDE DESHACE EL COBRO QUE GEN-ADEU*
001600*                  LE HABIA PASADO COMO PAGO Y, SI YA VENCIO,    *
001700*                  ENTRA EN MOROSIDAD.  EL MANDATO CUENTA LAS    *
001800*                  DEVOLUCIONES Y SE CANCELA SOLO AL LLEGAR AL   *
001900*                  LIMITE DE LA PARMCARD.                        *
002000*                                                                *
002100*-----------------------------------------------------------------
002200*    MODIFICATION HISTORY                                       *
002300*-----------------------------------------------------------------
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  -------------------------------------------*
002600*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
002700*****************************************************************
002800
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. DEV-ADEU.
003100 AUTHOR. J. MARTIN.
003200 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400
004500     SELECT PARMFILE ASSIGN TO PARMCARD
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS DAD-PARMFILE-STATUS.
004800
004900     SELECT DEVFILE ASSIGN TO DEVFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS DAD-DEVFILE-STATUS.
005200
005300     SELECT MANDFILE ASSIGN TO MANDFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS MAN-TAXPAYER-ID
005700         FILE STATUS IS DAD-MANDFILE-STATUS.
005800
005900     SELECT IMPFILE ASSIGN TO IMPFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DAD-IMPFILE-STATUS.
006200
006300     SELECT DEVREPT ASSIGN TO DEVREPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DAD-DEVREPT-STATUS.
006600
006700 DATA DIVISION.
006800
006900 FILE SECTION.
007000
007100*--------------------------------------------------------------*
007200*    PARMFILE - UNA TARJETA DE PARAMETROS:                      *
007300*        COL 01-02  LIMITE DE DEVOLUCIONES 9(02): AL LLEGAR A   *
007400*                   ESTE NUMERO DE DEVOLUCIONES EL MANDATO SE   *
007500*                   CANCELA.  OBLIGATORIO Y MAYOR QUE CERO.     *
007600*--------------------------------------------------------------*
007700 FD  PARMFILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  DAD-PARM-REC.
008100     05 DAD-PRM-LIMITE           PIC X(02).
008200     05 FILLER                   PIC X(78).
008300
008400*--------------------------------------------------------------*
008500*    DEVFILE - DEVOLUCIONES DEL BANCO, UNA POR ADEUDO DEVUELTO. *
008600*    LOS PRIMEROS 99 BYTES SON LOS DEL DETALLE DEL ADEUDO       *
008700*    ORIGINAL (ADEUREG, DESDE LA REFERENCIA HASTA EL MANDATO);  *
008800*    DETRAS, EL MOTIVO SEPA (AC04 CUENTA CERRADA, AM04 SALDO    *
008900*    INSUFICIENTE, MD01 SIN MANDATO, MD06 RECLAMACION DEL       *
009000*    DEUDOR, MS02 ...) Y LA FECHA DE LA DEVOLUCION.             *
009100*--------------------------------------------------------------*
009200 FD  DEVFILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  DVB-DEVOLUCION-REC.
009600     05 DVB-REFERENCIA           PIC X(35).
009700     05 DVB-TAXPAYER-ID          PIC X(09).
009800     05 DVB-NUM-CUOTA            PIC 9(01).
009900     05 DVB-IMPORTE              PIC 9(09)V99.
010000     05 DVB-FECHA-COBRO          PIC 9(08).
010100     05 DVB-MANDATO              PIC X(35).
010200     05 DVB-MOTIVO               PIC X(04).
010300     05 DVB-FECHA-DEVOLUCION     PIC 9(08).
010400     05 FILLER                   PIC X(09).
010500
010600 FD  MANDFILE.
010700     COPY MANDREG.
010800
010900*--------------------------------------------------------------*
011000*    IMPFILE - CUOTAS REPUESTAS POR ADEUDO DEVUELTO (FORMATO DE *
011100*    PENFILE, SIN PAGOS, CON EL VENCIMIENTO ORIGINAL).  CON-FRAC*
011200*    LAS FUSIONA CON LAS PENDIENTES Y ASI-CTA CARGA EN LA       *
011300*    CUENTA CORRIENTE EL COBRO QUE NO LLEGO.                    *
011400*--------------------------------------------------------------*
011500 FD  IMPFILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY PENDREG.
011900
012000 FD  DEVREPT
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  DEV-LINEA                   PIC X(132).
012400
012500 WORKING-STORAGE SECTION.
012600
012700 01  DAD-FILE-STATUSES.
012800     05 DAD-PARMFILE-STATUS      PIC X(02) VALUE '00'.
012900     05 DAD-DEVFILE-STATUS       PIC X(02) VALUE '00'.
013000     05 DAD-MANDFILE-STATUS      PIC X(02) VALUE '00'.
013100     05 DAD-IMPFILE-STATUS       PIC X(02) VALUE '00'.
013200     05 DAD-DEVREPT-STATUS       PIC X(02) VALUE '00'.
013300
013400 01  DAD-ERROR-CONTROL.
013500     05 DAD-ERROR-ARCHIVO        PIC X(08).
013600     05 DAD-ERROR-STATUS         PIC X(02).
013700
013800 01  DAD-SWITCHES.
013900     05 DAD-PARM-EOF-SW          PIC X(01) VALUE 'N'.
014000         88 DAD-PARM-EOF             VALUE 'Y'.
014100     05 DAD-DEV-EOF-SW           PIC X(01) VALUE 'N'.
014200         88 DAD-DEV-EOF              VALUE 'Y'.
014300     05 DAD-MANDATO-SW           PIC X(01) VALUE 'N'.
014400         88 DAD-CON-MANDATO          VALUE 'S'.
014500         88 DAD-SIN-MANDATO          VALUE 'N'.
014600
014700 01  DAD-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
014800
014900 01  DAD-LIMITE-DEVOL            PIC 9(02) VALUE ZERO.
015000 01  DAD-DEVOLUCIONES-ED         PIC Z9.
015100
015200 01  DAD-TOTALES.
015300     05 DAD-TOTAL-LEIDAS         PIC 9(09) VALUE ZERO.
015400     05 DAD-TOTAL-REPUESTAS      PIC 9(09) VALUE ZERO.
015500     05 DAD-TOTAL-SIN-MANDATO    PIC 9(09) VALUE ZERO.
015600     05 DAD-TOTAL-CANCELADOS     PIC 9(09) VALUE ZERO.
015700     05 DAD-TOTAL-INCIDENCIAS    PIC 9(09) VALUE ZERO.
015800     05 DAD-TOTAL-IMPORTE        PIC 9(11)V99 VALUE ZERO.
015900     05 DAD-TOTAL-IMPORTE-ED     PIC Z(10)9.99.
016000
016100*--------------------------------------------------------------*
016200*    LINEAS DEL LISTADO DE DEVOLUCIONES (DEVREPT).              *
016300*--------------------------------------------------------------*
016400 01  DEV-LIN-TITULO.
016500     05 FILLER                   PIC X(50) VALUE
016600         'DEV-ADEU - DEVOLUCIONES DE ADEUDOS SEPA - FECHA: '.
016700     05 DEV-TIT-FECHA            PIC 9(08).
016800     05 FILLER                   PIC X(24) VALUE
016900         ' - LIMITE DEVOLUCIONES: '.
017000     05 DEV-TIT-LIMITE           PIC Z9.
017100     05 FILLER                   PIC X(48) VALUE SPACES.
017200
017300 01  DEV-LIN-CABECERA.
017400     05 FILLER                   PIC X(23) VALUE 'SITUACION'.
017500     05 FILLER                   PIC X(11) VALUE 'CONTRIBUY. '.
017600     05 FILLER                   PIC X(04) VALUE 'CU. '.
017700     05 FILLER                   PIC X(10) VALUE 'F.COBRO   '.
017800     05 FILLER                   PIC X(14) VALUE 'IMPORTE'.
017900     05 FILLER                   PIC X(07) VALUE 'MOTIVO '.
018000     05 FILLER                   PIC X(10) VALUE 'F.DEVOL.  '.
018100     05 FILLER                   PIC X(06) VALUE 'DEV.  '.
018200     05 FILLER                   PIC X(47) VALUE
018300         'REFERENCIA MANDATO'.
018400
018500 01  DEV-LIN-DETALLE.
018600     05 DEV-DET-SITUACION        PIC X(22).
018700     05 FILLER                   PIC X(01) VALUE SPACES.
018800     05 DEV-DET-ID               PIC X(09).
018900     05 FILLER                   PIC X(02) VALUE SPACES.
019000     05 DEV-DET-CUOTA            PIC 9(01).
019100     05 FILLER                   PIC X(03) VALUE SPACES.
019200     05 DEV-DET-FECHA-COBRO      PIC 9(08).
019300     05 FILLER                   PIC X(02) VALUE SPACES.
019400     05 DEV-DET-IMPORTE          PIC ZZZZZZZZ9.99.
019500     05 FILLER                   PIC X(02) VALUE SPACES.
019600     05 DEV-DET-MOTIVO           PIC X(04).
019700     05 FILLER                   PIC X(03) VALUE SPACES.
019800     05 DEV-DET-FECHA-DEVOLUCION PIC 9(08).
019900     05 FILLER                   PIC X(02) VALUE SPACES.
020000     05 DEV-DET-DEVOLUCIONES     PIC X(02).
020100     05 FILLER                   PIC X(04) VALUE SPACES.
020200     05 DEV-DET-MANDATO          PIC X(35).
020300     05 FILLER                   PIC X(12) VALUE SPACES.
020400
020500 01  DEV-LIN-INCIDENCIA.
020600     05 DEV-INC-ROTULO           PIC X(24).
020700     05 DEV-INC-REGISTRO         PIC X(108).
020800
020900 01  DEV-LIN-TOTAL.
021000     05 DEV-TOT-ROTULO           PIC X(26).
021100     05 DEV-TOT-CONTADOR         PIC ZZZZZZZZ9.
021200     05 FILLER                   PIC X(97) VALUE SPACES.
021300
021400 01  DEV-LIN-TOTAL-IMPORTE.
021500     05 DEV-TIM-ROTULO           PIC X(26).
021600     05 DEV-TIM-IMPORTE          PIC Z(10)9.99.
021700     05 FILLER                   PIC X(92) VALUE SPACES.
021800
021900 PROCEDURE DIVISION.
022000
022100 MAIN-PROCEDURE.
022200
022300     PERFORM INICIO.
022400
022500     PERFORM PROCESA-DEVOLUCION WITH TEST AFTER UNTIL DAD-DEV-EOF.
022600
022700     PERFORM FIN.
022800
022900 INICIO.
023000
023100     DISPLAY 'DEV-ADEU - DEVOLUCIONES DE ADEUDOS DIRECTOS SEPA'.
023200
023300     ACCEPT DAD-FECHA-EJECUCION FROM DATE YYYYMMDD.
023400
023500     PERFORM LEE-PARAMETROS.
023600
023700     OPEN INPUT DEVFILE.
023800     MOVE 'DEVFILE ' TO DAD-ERROR-ARCHIVO.
023900     MOVE DAD-DEVFILE-STATUS TO DAD-ERROR-STATUS.
024000     PERFORM VERIFICA-ESTADO-ARCHIVO.
024100
024200     OPEN I-O MANDFILE.
024300     MOVE 'MANDFILE' TO DAD-ERROR-ARCHIVO.
024400     MOVE DAD-MANDFILE-STATUS TO DAD-ERROR-STATUS.
024500     PERFORM VERIFICA-ESTADO-ARCHIVO.
024600
024700     OPEN OUTPUT IMPFILE.
024800     MOVE 'IMPFILE ' TO DAD-ERROR-ARCHIVO.
024900     MOVE DAD-IMPFILE-STATUS TO DAD-ERROR-STATUS.
025000     PERFORM VERIFICA-ESTADO-ARCHIVO.
025100
025200     OPEN OUTPUT DEVREPT.
025300     MOVE 'DEVREPT ' TO DAD-ERROR-ARCHIVO.
025400     MOVE DAD-DEVREPT-STATUS TO DAD-ERROR-STATUS.
025500     PERFORM VERIFICA-ESTADO-ARCHIVO.
025600
025700     MOVE DAD-FECHA-EJECUCION TO DEV-TIT-FECHA.
025800     MOVE DAD-LIMITE-DEVOL TO DEV-TIT-LIMITE.
025900     MOVE DEV-LIN-TITULO TO DEV-LINEA.
026000     PERFORM ESCRIBE-LINEA.
026100     MOVE SPACES TO DEV-LINEA.
026200     PERFORM ESCRIBE-LINEA.
026300     MOVE DEV-LIN-CABECERA TO DEV-LINEA.
026400     PERFORM ESCRIBE-LINEA.
026500     MOVE SPACES TO DEV-LINEA.
026600     PERFORM ESCRIBE-LINEA.
026700
026800*--------------------------------------------------------------*
026900*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
027000*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
027100*--------------------------------------------------------------*
027200 VERIFICA-ESTADO-ARCHIVO.
027300
027400     IF DAD-ERROR-STATUS NOT = '00'
027500         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' DAD-ERROR-ARCHIVO
027600         DISPLAY '*** FILE STATUS            : ' DAD-ERROR-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000
028100*--------------------------------------------------------------*
028200*    LEE-PARAMETROS - EL LIMITE DE DEVOLUCIONES ES OBLIGATORIO, *
028300*    NUMERICO Y MAYOR QUE CERO.                                 *
028400*--------------------------------------------------------------*
028500 LEE-PARAMETROS.
028600
028700     OPEN INPUT PARMFILE.
028800     MOVE 'PARMCARD' TO DAD-ERROR-ARCHIVO.
028900     MOVE DAD-PARMFILE-STATUS TO DAD-ERROR-STATUS.
029000     PERFORM VERIFICA-ESTADO-ARCHIVO.
029100
029200     READ PARMFILE
029300         AT END
029400             SET DAD-PARM-EOF TO TRUE
029500     END-READ.
029600
029700     IF DAD-PARM-EOF
029800         OR DAD-PRM-LIMITE NOT NUMERIC
029900         OR DAD-PRM-LIMITE = '00'
030000         DISPLAY '*** FALTA O ES INVALIDO EL LIMITE DE '
030100             'DEVOLUCIONES EN LA TARJETA DE PARAMETROS'
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500
030600     MOVE DAD-PRM-LIMITE TO DAD-LIMITE-DEVOL.
030700
030800     CLOSE PARMFILE.
030900
031000     DISPLAY 'LIMITE DEVOLUCIONES : ' DAD-LIMITE-DEVOL.
031100
031200*--------------------------------------------------------------*
031300*    PROCESA-DEVOLUCION - UNA DEVOLUCION CON DATOS NO           *
031400*    NUMERICOS O SIN CONTRIBUYENTE ES UNA INCIDENCIA Y NO       *
031500*    REPONE NADA: HAY QUE ACLARARLA CON EL BANCO.               *
031600*--------------------------------------------------------------*
031700 PROCESA-DEVOLUCION.
031800
031900     READ DEVFILE
032000         AT END
032100             SET DAD-DEV-EOF TO TRUE
032200     END-READ.
032300
032400     IF NOT DAD-DEV-EOF
032500         ADD 1 TO DAD-TOTAL-LEIDAS
032600         IF DVB-TAXPAYER-ID = SPACES
032700             OR DVB-NUM-CUOTA NOT NUMERIC
032800             OR DVB-IMPORTE NOT NUMERIC
032900             OR DVB-FECHA-COBRO NOT NUMERIC
033000             OR DVB-FECHA-DEVOLUCION NOT NUMERIC
033100             MOVE 'DEVOLUCION INVALIDA  :  ' TO DEV-INC-ROTULO
033200             PERFORM REPORTA-INCIDENCIA
033300         ELSE
033400             IF DVB-IMPORTE = 0
033500                 MOVE 'DEVOLUCION SIN IMPORTE: ' TO DEV-INC-ROTULO
033600                 PERFORM REPORTA-INCIDENCIA
033700             ELSE
033800                 PERFORM REPONE-CUOTA
033900                 PERFORM ACTUALIZA-MANDATO
034000             END-IF
034100         END-IF
034200     END-IF.
034300
034400*--------------------------------------------------------------*
034500*    REPONE-CUOTA - LA CUOTA VUELVE A PENDIENTES POR EL IMPORTE *
034600*    DEVUELTO, SIN PAGOS Y CON EL VENCIMIENTO ORIGINAL (LA      *
034700*    FECHA DE COBRO DEL ADEUDO).                                *
034800*--------------------------------------------------------------*
034900 REPONE-CUOTA.
035000
035100     ADD 1 TO DAD-TOTAL-REPUESTAS.
035200     ADD DVB-IMPORTE TO DAD-TOTAL-IMPORTE.
035300
035400     MOVE SPACES TO PEN-CUOTA-REC.
035500     MOVE DVB-TAXPAYER-ID  TO PEN-TAXPAYER-ID.
035600     MOVE DVB-NUM-CUOTA    TO PEN-NUM-CUOTA.
035700     MOVE DVB-IMPORTE      TO PEN-IMPORTE.
035800     MOVE DVB-FECHA-COBRO  TO PEN-VENCIMIENTO.
035900     MOVE ZERO             TO PEN-PAGADO.
036000     WRITE PEN-CUOTA-REC.
036100     MOVE 'IMPFILE ' TO DAD-ERROR-ARCHIVO.
036200     MOVE DAD-IMPFILE-STATUS TO DAD-ERROR-STATUS.
036300     PERFORM VERIFICA-ESTADO-ARCHIVO.
036400
036500*--------------------------------------------------------------*
036600*    ACTUALIZA-MANDATO - SUMA LA DEVOLUCION AL MANDATO Y GUARDA *
036700*    FECHA Y MOTIVO.  UN MANDATO ACTIVO QUE LLEGA AL LIMITE SE  *
036800*    CANCELA: GEN-ADEU YA NO LO PRESENTARA Y EL CONTRIBUYENTE   *
036900*    NECESITA UN ALTA NUEVA (MNT-MAND) PARA VOLVER A DOMICILIAR.*
037000*--------------------------------------------------------------*
037100 ACTUALIZA-MANDATO.
037200
037300     MOVE DVB-TAXPAYER-ID TO MAN-TAXPAYER-ID.
037400
037500     READ MANDFILE
037600         INVALID KEY
037700             SET DAD-SIN-MANDATO TO TRUE
037800         NOT INVALID KEY
037900             SET DAD-CON-MANDATO TO TRUE
038000     END-READ.
038100
038200     IF DAD-SIN-MANDATO
038300         IF DAD-MANDFILE-STATUS NOT = '23'
038400             MOVE 'MANDFILE' TO DAD-ERROR-ARCHIVO
038500             MOVE DAD-MANDFILE-STATUS TO DAD-ERROR-STATUS
038600             PERFORM VERIFICA-ESTADO-ARCHIVO
038700         END-IF
038800         ADD 1 TO DAD-TOTAL-SIN-MANDATO
038900         MOVE SPACES TO DEV-DET-DEVOLUCIONES
039000         MOVE 'REPUESTA - SIN MANDATO' TO DEV-DET-SITUACION
039100         PERFORM REPORTA-DEVOLUCION
039200     ELSE
039300         IF MAN-NUM-DEVOLUCIONES < 99
039400             ADD 1 TO MAN-NUM-DEVOLUCIONES
039500         END-IF
039600         MOVE DVB-FECHA-DEVOLUCION TO MAN-FECHA-ULT-DEVOL
039700         MOVE DVB-MOTIVO TO MAN-MOTIVO-ULT-DEVOL
039800         MOVE MAN-NUM-DEVOLUCIONES TO DAD-DEVOLUCIONES-ED
039900         MOVE DAD-DEVOLUCIONES-ED TO DEV-DET-DEVOLUCIONES
040000         MOVE 'CUOTA REPUESTA        ' TO DEV-DET-SITUACION
040100         PERFORM REPORTA-DEVOLUCION
040200         IF MAN-ACTIVO
040300             AND MAN-NUM-DEVOLUCIONES NOT < DAD-LIMITE-DEVOL
040400             SET MAN-CANCELADO TO TRUE
040500             MOVE DAD-FECHA-EJECUCION TO MAN-FECHA-ESTADO
040600             ADD 1 TO DAD-TOTAL-CANCELADOS
040700             MOVE 'MANDATO CANCELADO     ' TO DEV-DET-SITUACION
040800             PERFORM REPORTA-DEVOLUCION
040900         END-IF
041000         REWRITE MAN-MANDATO-REC
041100         MOVE 'MANDFILE' TO DAD-ERROR-ARCHIVO
041200         MOVE DAD-MANDFILE-STATUS TO DAD-ERROR-STATUS
041300         PERFORM VERIFICA-ESTADO-ARCHIVO
041400     END-IF.
041500
041600 REPORTA-DEVOLUCION.
041700
041800     MOVE DVB-TAXPAYER-ID TO DEV-DET-ID.
041900     MOVE DVB-NUM-CUOTA TO DEV-DET-CUOTA.
042000     MOVE DVB-FECHA-COBRO TO DEV-DET-FECHA-COBRO.
042100     MOVE DVB-IMPORTE TO DEV-DET-IMPORTE.
042200     MOVE DVB-MOTIVO TO DEV-DET-MOTIVO.
042300     MOVE DVB-FECHA-DEVOLUCION TO DEV-DET-FECHA-DEVOLUCION.
042400     MOVE DVB-MANDATO TO DEV-DET-MANDATO.
042500     MOVE DEV-LIN-DETALLE TO DEV-LINEA.
042600     PERFORM ESCRIBE-LINEA.
042700
042800 REPORTA-INCIDENCIA.
042900
043000     ADD 1 TO DAD-TOTAL-INCIDENCIAS.
043100     MOVE DVB-DEVOLUCION-REC TO DEV-INC-REGISTRO.
043200     MOVE DEV-LIN-INCIDENCIA TO DEV-LINEA.
043300     PERFORM ESCRIBE-LINEA.
043400
043500 ESCRIBE-LINEA.
043600
043700     WRITE DEV-LINEA.
043800     MOVE 'DEVREPT ' TO DAD-ERROR-ARCHIVO.
043900     MOVE DAD-DEVREPT-STATUS TO DAD-ERROR-STATUS.
044000     PERFORM VERIFICA-ESTADO-ARCHIVO.
044100
044200 FIN.
044300
044400     MOVE SPACES TO DEV-LINEA.
044500     PERFORM ESCRIBE-LINEA.
044600     MOVE 'DEVOLUCIONES LEIDAS     : ' TO DEV-TOT-ROTULO.
044700     MOVE DAD-TOTAL-LEIDAS TO DEV-TOT-CONTADOR.
044800     MOVE DEV-LIN-TOTAL TO DEV-LINEA.
044900     PERFORM ESCRIBE-LINEA.
045000     MOVE 'CUOTAS REPUESTAS        : ' TO DEV-TOT-ROTULO.
045100     MOVE DAD-TOTAL-REPUESTAS TO DEV-TOT-CONTADOR.
045200     MOVE DEV-LIN-TOTAL TO DEV-LINEA.
045300     PERFORM ESCRIBE-LINEA.
045400     MOVE 'SIN MANDATO             : ' TO DEV-TOT-ROTULO.
045500     MOVE DAD-TOTAL-SIN-MANDATO TO DEV-TOT-CONTADOR.
045600     MOVE DEV-LIN-TOTAL TO DEV-LINEA.
045700     PERFORM ESCRIBE-LINEA.
045800     MOVE 'MANDATOS CANCELADOS     : ' TO DEV-TOT-ROTULO.
045900     MOVE DAD-TOTAL-CANCELADOS TO DEV-TOT-CONTADOR.
046000     MOVE DEV-LIN-TOTAL TO DEV-LINEA.
046100     PERFORM ESCRIBE-LINEA.
046200     MOVE 'INCIDENCIAS             : ' TO DEV-TOT-ROTULO.
046300     MOVE DAD-TOTAL-INCIDENCIAS TO DEV-TOT-CONTADOR.
046400     MOVE DEV-LIN-TOTAL TO DEV-LINEA.
046500     PERFORM ESCRIBE-LINEA.
046600     MOVE 'IMPORTE DEVUELTO        : ' TO DEV-TIM-ROTULO.
046700     MOVE DAD-TOTAL-IMPORTE TO DEV-TIM-IMPORTE.
046800     MOVE DEV-LIN-TOTAL-IMPORTE TO DEV-LINEA.
046900     PERFORM ESCRIBE-LINEA.
047000
047100     CLOSE DEVFILE.
047200     CLOSE MANDFILE.
047300     CLOSE IMPFILE.
047400     CLOSE DEVREPT.
047500
047600     MOVE DAD-TOTAL-IMPORTE TO DAD-TOTAL-IMPORTE-ED.
047700
047800     DISPLAY ' '.
047900     DISPLAY '===================================='.
048000     DISPLAY '  DEV-ADEU - INFORME DE CONTROL'.
048100     DISPLAY '===================================='.
048200     DISPLAY '  LEIDAS      : ' DAD-TOTAL-LEIDAS.
048300     DISPLAY '  REPUESTAS   : ' DAD-TOTAL-REPUESTAS.
048400     DISPLAY '  SIN MANDATO : ' DAD-TOTAL-SIN-MANDATO.
048500     DISPLAY '  CANCELADOS  : ' DAD-TOTAL-CANCELADOS.
048600     DISPLAY '  INCIDENCIAS : ' DAD-TOTAL-INCIDENCIAS.
048700     DISPLAY '  IMPORTE     : ' DAD-TOTAL-IMPORTE-ED.
048800     DISPLAY '===================================='.
048900
049000     DISPLAY 'FIN DE PROGRAMA'
049100
049200     STOP RUN.
