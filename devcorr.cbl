000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   DEV-CORR                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      CORREO DEVUELTO.  POR CADA CARTA QUE LA CASA  *
001000*                  DE CORREO DEVUELVE SIN ENTREGAR (DESCONOCIDO, *
001100*                  AUSENTE, DIRECCION INCORRECTA O FALLECIDO) SE *
001200*                  MARCA EL DOMICILIO DEL CONTRIBUYENTE (DOMFILE)*
001300*                  COMO NO ENTREGABLE, CON SU ENTRADA EN EL      *
001400*                  DIARIO (JRNFILE, CODIGO C) COMO CUALQUIER     *
001500*                  CAMBIO DE DOMICILIO, Y EL CONTRIBUYENTE PASA  *
001600*                  A LA LISTA DE LOCALIZACION.  NOT-LIQ YA NO LE *
001700*                  ENVIA CARTAS HASTA QUE MNT-MAEST GRABE UN     *
001800*                  DOMICILIO NUEVO.  UNA CARTA REHUSADA SE       *
001900*                  CONSIDERA NOTIFICADA Y NO MARCA NADA; TAMPOCO *
002000*                  UNA DEVOLUCION ENVIADA A UN DOMICILIO QUE YA  *
002100*                  SE HA CAMBIADO DESPUES DEL ENVIO.             *
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
003200 PROGRAM-ID. DEV-CORR.
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
004700     SELECT CORRFILE ASSIGN TO CORRFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS DCR-CORRFILE-STATUS.
005000
005100     SELECT DOMFILE ASSIGN TO DOMFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DOM-TAXPAYER-ID
005500         FILE STATUS IS DCR-DOMFILE-STATUS.
005600
005700     SELECT MASTFILE ASSIGN TO MASTFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS MST-TAXPAYER-ID
006100         FILE STATUS IS DCR-MASTFILE-STATUS.
006200
006300     SELECT JRNFILE ASSIGN TO JRNFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DCR-JRNFILE-STATUS.
006600
006700     SELECT LOCFILE ASSIGN TO LOCFILE
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS DCR-LOCFILE-STATUS.
007000
007100 DATA DIVISION.
007200
007300 FILE SECTION.
007400
007500*--------------------------------------------------------------*
007600*    CORRFILE - CARTAS DEVUELTAS POR LA CASA DE CORREO, UNA POR *
007700*    REGISTRO, CON EL MOTIVO DE LA DEVOLUCION:                  *
007800*        DE DESCONOCIDO            AU AUSENTE                   *
007900*        DI DIRECCION INCORRECTA   FA FALLECIDO                 *
008000*        RH REHUSADO                                            *
008100*    Y LA FECHA EN QUE SE ENVIO LA CARTA, PARA SABER SI SALIO   *
008200*    HACIA EL DOMICILIO QUE HAY AHORA EN DOMFILE.               *
008300*--------------------------------------------------------------*
008400 FD  CORRFILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  CDV-DEVOLUCION-REC.
008800     05 CDV-TAXPAYER-ID          PIC X(09).
008900     05 CDV-FECHA-DEVOLUCION     PIC 9(08).
009000     05 CDV-MOTIVO               PIC X(02).
009100         88 CDV-REHUSADO             VALUE 'RH'.
009200         88 CDV-MOTIVO-VALIDO        VALUE 'DE' 'AU' 'DI' 'FA'
009300                                           'RH'.
009400     05 CDV-FECHA-ENVIO          PIC 9(08).
009500     05 CDV-REFERENCIA           PIC X(13).
009600
009700 FD  DOMFILE.
009800     COPY DOMIREG.
009900
010000 FD  MASTFILE.
010100     COPY TAXPAYR.
010200
010300*--------------------------------------------------------------*
010400*    JRNFILE - DIARIO DE CAMBIOS DEL MAESTRO Y DEL DOMICILIO.   *
010500*    SE ABRE EN EXTEND, COMO EN MNT-MAEST: LA MARCA DE NO       *
010600*    ENTREGABLE ES UN CAMBIO DE DOMICILIO MAS (C) Y RCV-MAEST   *
010700*    DEBE PODER REPETIRLA O DESHACERLA.                         *
010800*--------------------------------------------------------------*
010900 FD  JRNFILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY JRNLREG.
011300
011400 FD  LOCFILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  LOC-LINEA                   PIC X(132).
011800
011900 WORKING-STORAGE SECTION.
012000
012100 01  DCR-FILE-STATUSES.
012200     05 DCR-CORRFILE-STATUS      PIC X(02) VALUE '00'.
012300     05 DCR-DOMFILE-STATUS       PIC X(02) VALUE '00'.
012400     05 DCR-MASTFILE-STATUS      PIC X(02) VALUE '00'.
012500     05 DCR-JRNFILE-STATUS       PIC X(02) VALUE '00'.
012600     05 DCR-LOCFILE-STATUS       PIC X(02) VALUE '00'.
012700
012800 01  DCR-ERROR-CONTROL.
012900     05 DCR-ERROR-ARCHIVO        PIC X(08).
013000     05 DCR-ERROR-STATUS         PIC X(02).
013100
013200 01  DCR-SWITCHES.
013300     05 DCR-EOF-SW               PIC X(01) VALUE 'N'.
013400         88 DCR-EOF                  VALUE 'Y'.
013500     05 DCR-DOMICILIO-SW         PIC X(01) VALUE 'N'.
013600         88 DCR-CON-DOMICILIO        VALUE 'S'.
013700         88 DCR-SIN-DOMICILIO        VALUE 'N'.
013800
013900 01  DCR-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
014000
014100 01  DCR-TOTALES.
014200     05 DCR-TOTAL-LEIDAS         PIC 9(09) VALUE ZERO.
014300     05 DCR-TOTAL-MARCADAS       PIC 9(09) VALUE ZERO.
014400     05 DCR-TOTAL-YA-MARCADAS    PIC 9(09) VALUE ZERO.
014500     05 DCR-TOTAL-SIN-DOMICILIO  PIC 9(09) VALUE ZERO.
014600     05 DCR-TOTAL-YA-CAMBIADO    PIC 9(09) VALUE ZERO.
014700     05 DCR-TOTAL-REHUSADAS      PIC 9(09) VALUE ZERO.
014800     05 DCR-TOTAL-INCIDENCIAS    PIC 9(09) VALUE ZERO.
014900
015000*--------------------------------------------------------------*
015100*    LINEAS DE LA LISTA DE LOCALIZACION (LOCFILE).              *
015200*--------------------------------------------------------------*
015300 01  LOC-LIN-TITULO.
015400     05 FILLER                   PIC X(50) VALUE
015500         'DEV-CORR - CORREO DEVUELTO - LISTA DE LOCALIZACION'.
015600     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
015700     05 LOC-TIT-FECHA            PIC 9(08).
015800     05 FILLER                   PIC X(64) VALUE SPACES.
015900
016000 01  LOC-LIN-CABECERA.
016100     05 FILLER                   PIC X(23) VALUE 'RESULTADO'.
016200     05 FILLER                   PIC X(11) VALUE 'CONTRIBUY. '.
016300     05 FILLER                   PIC X(31) VALUE 'NOMBRE'.
016400     05 FILLER                   PIC X(04) VALUE 'MOT.'.
016500     05 FILLER                   PIC X(10) VALUE 'F.ENVIO   '.
016600     05 FILLER                   PIC X(10) VALUE 'F.DEVOL.  '.
016700     05 FILLER                   PIC X(43) VALUE
016800         'DOMICILIO DEVUELTO'.
016900
017000 01  LOC-LIN-DETALLE.
017100     05 LOC-DET-RESULTADO        PIC X(22).
017200     05 FILLER                   PIC X(01) VALUE SPACES.
017300     05 LOC-DET-ID               PIC X(09).
017400     05 FILLER                   PIC X(02) VALUE SPACES.
017500     05 LOC-DET-NOMBRE           PIC X(30).
017600     05 FILLER                   PIC X(01) VALUE SPACES.
017700     05 LOC-DET-MOTIVO           PIC X(02).
017800     05 FILLER                   PIC X(02) VALUE SPACES.
017900     05 LOC-DET-FECHA-ENVIO      PIC 9(08).
018000     05 FILLER                   PIC X(02) VALUE SPACES.
018100     05 LOC-DET-FECHA-DEVOLUCION PIC 9(08).
018200     05 FILLER                   PIC X(02) VALUE SPACES.
018300     05 LOC-DET-CALLE            PIC X(30).
018400     05 FILLER                   PIC X(13) VALUE SPACES.
018410
018420*    SEGUNDA LINEA DEL DOMICILIO, BAJO LA CALLE.                *
018430 01  LOC-LIN-POBLACION.
018440     05 FILLER                   PIC X(89) VALUE SPACES.
018450     05 LOC-POB-CODIGO-POSTAL    PIC X(05).
018460     05 FILLER                   PIC X(01) VALUE SPACES.
018470     05 LOC-POB-MUNICIPIO        PIC X(25).
018480     05 FILLER                   PIC X(12) VALUE SPACES.
018600
018700 01  LOC-LIN-INCIDENCIA.
018800     05 LOC-INC-ROTULO           PIC X(24).
018900     05 LOC-INC-REGISTRO         PIC X(108).
019000
019100 01  LOC-LIN-TOTAL.
019200     05 LOC-TOT-ROTULO           PIC X(26).
019300     05 LOC-TOT-CONTADOR         PIC ZZZZZZZZ9.
019400     05 FILLER                   PIC X(97) VALUE SPACES.
019500
019600 PROCEDURE DIVISION.
019700
019800 MAIN-PROCEDURE.
019900
020000     PERFORM INICIO.
020100
020200     PERFORM PROCESA-DEVOLUCION WITH TEST AFTER UNTIL DCR-EOF.
020300
020400     PERFORM FIN.
020500
020600 INICIO.
020700
020800     DISPLAY 'DEV-CORR - CORREO DEVUELTO'.
020900
021000     ACCEPT DCR-FECHA-EJECUCION FROM DATE YYYYMMDD.
021100
021200     OPEN INPUT CORRFILE.
021300     MOVE 'CORRFILE' TO DCR-ERROR-ARCHIVO.
021400     MOVE DCR-CORRFILE-STATUS TO DCR-ERROR-STATUS.
021500     PERFORM VERIFICA-ESTADO-ARCHIVO.
021600
021700     OPEN I-O DOMFILE.
021800     MOVE 'DOMFILE ' TO DCR-ERROR-ARCHIVO.
021900     MOVE DCR-DOMFILE-STATUS TO DCR-ERROR-STATUS.
022000     PERFORM VERIFICA-ESTADO-ARCHIVO.
022100
022200     OPEN INPUT MASTFILE.
022300     MOVE 'MASTFILE' TO DCR-ERROR-ARCHIVO.
022400     MOVE DCR-MASTFILE-STATUS TO DCR-ERROR-STATUS.
022500     PERFORM VERIFICA-ESTADO-ARCHIVO.
022600
022700     OPEN EXTEND JRNFILE.
022800     MOVE 'JRNFILE ' TO DCR-ERROR-ARCHIVO.
022900     MOVE DCR-JRNFILE-STATUS TO DCR-ERROR-STATUS.
023000     PERFORM VERIFICA-ESTADO-ARCHIVO.
023100
023200     OPEN OUTPUT LOCFILE.
023300     MOVE 'LOCFILE ' TO DCR-ERROR-ARCHIVO.
023400     MOVE DCR-LOCFILE-STATUS TO DCR-ERROR-STATUS.
023500     PERFORM VERIFICA-ESTADO-ARCHIVO.
023600
023700     MOVE DCR-FECHA-EJECUCION TO LOC-TIT-FECHA.
023800     MOVE LOC-LIN-TITULO TO LOC-LINEA.
023900     PERFORM ESCRIBE-LINEA.
024000     MOVE SPACES TO LOC-LINEA.
024100     PERFORM ESCRIBE-LINEA.
024200     MOVE LOC-LIN-CABECERA TO LOC-LINEA.
024300     PERFORM ESCRIBE-LINEA.
024400     MOVE SPACES TO LOC-LINEA.
024500     PERFORM ESCRIBE-LINEA.
024600
024700*--------------------------------------------------------------*
024800*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
024900*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.    *
025000*--------------------------------------------------------------*
025100 VERIFICA-ESTADO-ARCHIVO.
025200
025300     IF DCR-ERROR-STATUS NOT = '00'
025400         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' DCR-ERROR-ARCHIVO
025500         DISPLAY '*** FILE STATUS            : ' DCR-ERROR-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900
026000*--------------------------------------------------------------*
026100*    PROCESA-DEVOLUCION - UNA DEVOLUCION SIN CONTRIBUYENTE,     *
026200*    CON FECHAS NO NUMERICAS O CON UN MOTIVO DESCONOCIDO ES     *
026300*    UNA INCIDENCIA Y NO TOCA EL DOMICILIO: HAY QUE ACLARARLA   *
026400*    CON LA CASA DE CORREO.                                     *
026500*--------------------------------------------------------------*
026600 PROCESA-DEVOLUCION.
026700
026800     READ CORRFILE
026900         AT END
027000             SET DCR-EOF TO TRUE
027100     END-READ.
027200
027300     IF NOT DCR-EOF
027400         ADD 1 TO DCR-TOTAL-LEIDAS
027500         IF CDV-TAXPAYER-ID = SPACES
027600             OR CDV-FECHA-DEVOLUCION NOT NUMERIC
027700             OR CDV-FECHA-ENVIO NOT NUMERIC
027800             MOVE 'DEVOLUCION INVALIDA   : ' TO LOC-INC-ROTULO
027900             PERFORM REPORTA-INCIDENCIA
028000         ELSE
028100             IF NOT CDV-MOTIVO-VALIDO
028200                 MOVE 'MOTIVO DESCONOCIDO    : ' TO LOC-INC-ROTULO
028300                 PERFORM REPORTA-INCIDENCIA
028400             ELSE
028500                 PERFORM ACCESO-DOMICILIO
028600                 PERFORM CLASIFICA-DEVOLUCION
028700             END-IF
028800         END-IF
028900     END-IF.
029000
029100*--------------------------------------------------------------*
029200*    ACCESO-DOMICILIO - LEE EL DOMICILIO VIGENTE Y EL NOMBRE    *
029300*    DEL CONTRIBUYENTE PARA LA LISTA.  NO ESTAR EN EL MAESTRO   *
029400*    NO ES UN ERROR: EL NOMBRE SALE EN BLANCO.                  *
029500*--------------------------------------------------------------*
029600 ACCESO-DOMICILIO.
029700
029800     MOVE CDV-TAXPAYER-ID TO DOM-TAXPAYER-ID.
029900
030000     READ DOMFILE
030100         INVALID KEY
030200             SET DCR-SIN-DOMICILIO TO TRUE
030300         NOT INVALID KEY
030400             SET DCR-CON-DOMICILIO TO TRUE
030500     END-READ.
030600
030700     IF DCR-SIN-DOMICILIO
030800         IF DCR-DOMFILE-STATUS NOT = '23'
030900             MOVE 'DOMFILE ' TO DCR-ERROR-ARCHIVO
031000             MOVE DCR-DOMFILE-STATUS TO DCR-ERROR-STATUS
031100             PERFORM VERIFICA-ESTADO-ARCHIVO
031200         END-IF
031300         MOVE SPACES TO LOC-DET-CALLE
031500     ELSE
031600         MOVE DOM-CALLE TO LOC-DET-CALLE
031700         MOVE DOM-CODIGO-POSTAL TO LOC-POB-CODIGO-POSTAL
031750         MOVE DOM-MUNICIPIO TO LOC-POB-MUNICIPIO
031800     END-IF.
031900
032000     MOVE CDV-TAXPAYER-ID TO MST-TAXPAYER-ID.
032100
032200     READ MASTFILE
032300         INVALID KEY
032400             MOVE SPACES TO LOC-DET-NOMBRE
032500         NOT INVALID KEY
032600             MOVE MST-TAXPAYER-NAME TO LOC-DET-NOMBRE
032700     END-READ.
032800
032900     IF DCR-MASTFILE-STATUS NOT = '23'
033000         MOVE 'MASTFILE' TO DCR-ERROR-ARCHIVO
033100         MOVE DCR-MASTFILE-STATUS TO DCR-ERROR-STATUS
033200         PERFORM VERIFICA-ESTADO-ARCHIVO
033300     END-IF.
033400
033500*--------------------------------------------------------------*
033600*    CLASIFICA-DEVOLUCION - SOLO SE MARCA EL DOMICILIO AL QUE   *
033700*    SE ENVIO LA CARTA: SI SU FECHA DE EFECTO ES POSTERIOR AL   *
033800*    ENVIO, EL CONTRIBUYENTE YA COMUNICO OTRO DOMICILIO Y LA    *
033900*    DEVOLUCION NO DICE NADA DEL ACTUAL.  UNA CARTA REHUSADA    *
034000*    LLEGO AL DOMICILIO Y SE TIENE POR NOTIFICADA.              *
034100*--------------------------------------------------------------*
034200 CLASIFICA-DEVOLUCION.
034300
034400     IF DCR-SIN-DOMICILIO
034500         ADD 1 TO DCR-TOTAL-SIN-DOMICILIO
034600         MOVE 'SIN DOMICILIO         ' TO LOC-DET-RESULTADO
034700     ELSE
034800         IF DOM-FECHA-EFECTO > CDV-FECHA-ENVIO
034900             ADD 1 TO DCR-TOTAL-YA-CAMBIADO
035000             MOVE 'DOMICILIO YA CAMBIADO ' TO LOC-DET-RESULTADO
035100         ELSE
035200             IF CDV-REHUSADO
035300                 ADD 1 TO DCR-TOTAL-REHUSADAS
035400                 MOVE 'REHUSADO - NOTIFICADO '
035500                     TO LOC-DET-RESULTADO
035600             ELSE
035700                 IF DOM-NO-ENTREGABLE
035800                     ADD 1 TO DCR-TOTAL-YA-MARCADAS
035900                     MOVE 'YA MARCADO - LOCALIZAR'
036000                         TO LOC-DET-RESULTADO
036100                 ELSE
036200                     PERFORM MARCA-DOMICILIO
036300                     ADD 1 TO DCR-TOTAL-MARCADAS
036400                     MOVE 'MARCADO - LOCALIZAR   '
036500                         TO LOC-DET-RESULTADO
036600                 END-IF
036700             END-IF
036800         END-IF
036900     END-IF.
037000
037100     PERFORM REPORTA-DEVOLUCION.
037200
037300*--------------------------------------------------------------*
037400*    MARCA-DOMICILIO - MARCA EL DOMICILIO COMO NO ENTREGABLE Y  *
037500*    DEJA EN EL DIARIO LAS IMAGENES ANTERIOR Y POSTERIOR CON    *
037600*    EL CODIGO DE CAMBIO DE DOMICILIO.                          *
037700*--------------------------------------------------------------*
037800 MARCA-DOMICILIO.
037900
038000     MOVE DOM-DOMICILIO-REC TO JRN-IMAGEN-ANTES.
038100     SET DOM-NO-ENTREGABLE TO TRUE.
038200     REWRITE DOM-DOMICILIO-REC.
038300     MOVE 'DOMFILE ' TO DCR-ERROR-ARCHIVO.
038400     MOVE DCR-DOMFILE-STATUS TO DCR-ERROR-STATUS.
038500     PERFORM VERIFICA-ESTADO-ARCHIVO.
038600
038700     MOVE DCR-FECHA-EJECUCION TO JRN-FECHA.
038800     ACCEPT JRN-HORA FROM TIME.
038900     SET JRN-DOM-CAMBIO TO TRUE.
039000     MOVE CDV-TAXPAYER-ID TO JRN-TAXPAYER-ID.
039100     MOVE DOM-DOMICILIO-REC TO JRN-IMAGEN-DESPUES.
039200     WRITE JRN-JOURNAL-REC.
039300     MOVE 'JRNFILE ' TO DCR-ERROR-ARCHIVO.
039400     MOVE DCR-JRNFILE-STATUS TO DCR-ERROR-STATUS.
039500     PERFORM VERIFICA-ESTADO-ARCHIVO.
039600
039700 REPORTA-DEVOLUCION.
039800
039900     MOVE CDV-TAXPAYER-ID TO LOC-DET-ID.
040000     MOVE CDV-MOTIVO TO LOC-DET-MOTIVO.
040100     MOVE CDV-FECHA-ENVIO TO LOC-DET-FECHA-ENVIO.
040200     MOVE CDV-FECHA-DEVOLUCION TO LOC-DET-FECHA-DEVOLUCION.
040300     MOVE LOC-LIN-DETALLE TO LOC-LINEA.
040400     PERFORM ESCRIBE-LINEA.
040410
040420     IF DCR-CON-DOMICILIO
040430         MOVE LOC-LIN-POBLACION TO LOC-LINEA
040440         PERFORM ESCRIBE-LINEA
040450     END-IF.
040500
040600 REPORTA-INCIDENCIA.
040700
040800     ADD 1 TO DCR-TOTAL-INCIDENCIAS.
040900     MOVE CDV-DEVOLUCION-REC TO LOC-INC-REGISTRO.
041000     MOVE LOC-LIN-INCIDENCIA TO LOC-LINEA.
041100     PERFORM ESCRIBE-LINEA.
041200
041300 ESCRIBE-LINEA.
041400
041500     WRITE LOC-LINEA.
041600     MOVE 'LOCFILE ' TO DCR-ERROR-ARCHIVO.
041700     MOVE DCR-LOCFILE-STATUS TO DCR-ERROR-STATUS.
041800     PERFORM VERIFICA-ESTADO-ARCHIVO.
041900
042000 FIN.
042100
042200     MOVE SPACES TO LOC-LINEA.
042300     PERFORM ESCRIBE-LINEA.
042400     MOVE 'DEVOLUCIONES LEIDAS     : ' TO LOC-TOT-ROTULO.
042500     MOVE DCR-TOTAL-LEIDAS TO LOC-TOT-CONTADOR.
042600     MOVE LOC-LIN-TOTAL TO LOC-LINEA.
042700     PERFORM ESCRIBE-LINEA.
042800     MOVE 'MARCADOS NO ENTREGABLES : ' TO LOC-TOT-ROTULO.
042900     MOVE DCR-TOTAL-MARCADAS TO LOC-TOT-CONTADOR.
043000     MOVE LOC-LIN-TOTAL TO LOC-LINEA.
043100     PERFORM ESCRIBE-LINEA.
043200     MOVE 'YA MARCADOS             : ' TO LOC-TOT-ROTULO.
043300     MOVE DCR-TOTAL-YA-MARCADAS TO LOC-TOT-CONTADOR.
043400     MOVE LOC-LIN-TOTAL TO LOC-LINEA.
043500     PERFORM ESCRIBE-LINEA.
043600     MOVE 'SIN DOMICILIO           : ' TO LOC-TOT-ROTULO.
043700     MOVE DCR-TOTAL-SIN-DOMICILIO TO LOC-TOT-CONTADOR.
043800     MOVE LOC-LIN-TOTAL TO LOC-LINEA.
043900     PERFORM ESCRIBE-LINEA.
044000     MOVE 'DOMICILIO YA CAMBIADO   : ' TO LOC-TOT-ROTULO.
044100     MOVE DCR-TOTAL-YA-CAMBIADO TO LOC-TOT-CONTADOR.
044200     MOVE LOC-LIN-TOTAL TO LOC-LINEA.
044300     PERFORM ESCRIBE-LINEA.
044400     MOVE 'REHUSADAS               : ' TO LOC-TOT-ROTULO.
044500     MOVE DCR-TOTAL-REHUSADAS TO LOC-TOT-CONTADOR.
044600     MOVE LOC-LIN-TOTAL TO LOC-LINEA.
044700     PERFORM ESCRIBE-LINEA.
044800     MOVE 'INCIDENCIAS             : ' TO LOC-TOT-ROTULO.
044900     MOVE DCR-TOTAL-INCIDENCIAS TO LOC-TOT-CONTADOR.
045000     MOVE LOC-LIN-TOTAL TO LOC-LINEA.
045100     PERFORM ESCRIBE-LINEA.
045200
045300     CLOSE CORRFILE.
045400     CLOSE DOMFILE.
045500     CLOSE MASTFILE.
045600     CLOSE JRNFILE.
045700     CLOSE LOCFILE.
045800
045900     DISPLAY ' '.
046000     DISPLAY '===================================='.
046100     DISPLAY '  DEV-CORR - INFORME DE CONTROL'.
046200     DISPLAY '===================================='.
046300     DISPLAY '  LEIDAS      : ' DCR-TOTAL-LEIDAS.
046400     DISPLAY '  MARCADAS    : ' DCR-TOTAL-MARCADAS.
046500     DISPLAY '  YA MARCADAS : ' DCR-TOTAL-YA-MARCADAS.
046600     DISPLAY '  SIN DOMIC.  : ' DCR-TOTAL-SIN-DOMICILIO.
046700     DISPLAY '  YA CAMBIADO : ' DCR-TOTAL-YA-CAMBIADO.
046800     DISPLAY '  REHUSADAS   : ' DCR-TOTAL-REHUSADAS.
046900     DISPLAY '  INCIDENCIAS : ' DCR-TOTAL-INCIDENCIAS.
047000     DISPLAY '===================================='.
047100
047200     DISPLAY 'FIN DE PROGRAMA'
047300
047400     STOP RUN.
