000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   CAR-IMPU                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      CARGA DE LAS DECLARACIONES INFORMATIVAS       *
001000*                  ANUALES DE LOS PAGADORES (EMPRESAS, BANCOS Y  *
001100*                  DEMAS OBLIGADOS A INFORMAR) EN EL ARCHIVO     *
001200*                  INDEXADO DE IMPUTACIONES (IMPUFILE): POR CADA *
001300*                  PAGADOR, CONTRIBUYENTE Y TIPO DE RENTA, EL    *
001400*                  BRUTO PAGADO Y LO RETENIDO EN EL EJERCICIO DE *
001500*                  LA PARMCARD.  UNA IMPUTACION QUE YA EXISTIA   *
001600*                  (DECLARACION SUSTITUTIVA DEL PAGADOR) SE      *
001700*                  REEMPLAZA.  EL LISTADO RECOGE LAS             *
001800*                  SUSTITUCIONES Y LOS RECHAZOS CON SU MOTIVO, Y *
001900*                  LOS TOTALES DE CONTROL DEL LOTE.              *
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
003000 PROGRAM-ID. CAR-IMPU.
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
004700         FILE STATUS IS CIM-PARMFILE-STATUS.
004800
004900     SELECT ENTFILE ASSIGN TO ENTFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CIM-ENTFILE-STATUS.
005200
005300     SELECT IMPUFILE ASSIGN TO IMPUFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS IMP-CLAVE
005700         FILE STATUS IS CIM-IMPUFILE-STATUS.
005800
005900     SELECT LISTFILE ASSIGN TO LISTFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CIM-LISTFILE-STATUS.
006200
006300 DATA DIVISION.
006400
006500 FILE SECTION.
006600
006700*--------------------------------------------------------------*
006800*    PARMFILE - UNA TARJETA DE PARAMETROS:                      *
006900*        COL 01-04  EJERCICIO AAAA DE LAS DECLARACIONES QUE SE  *
007000*                   CARGAN; UN REGISTRO DE OTRO EJERCICIO SE    *
007100*                   RECHAZA.                                    *
007200*--------------------------------------------------------------*
007300 FD  PARMFILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  CIM-PARM-REC.
007700     05 CIM-PRM-EJERCICIO        PIC X(04).
007800     05 FILLER                   PIC X(76).
007900
008000*--------------------------------------------------------------*
008100*    ENTFILE - DECLARACIONES INFORMATIVAS RECIBIDAS, UNA        *
008200*    IMPUTACION POR REGISTRO.  LOS IMPORTES LLEGAN COMO TEXTO Y *
008300*    SE VALIDAN ANTES DE USARLOS.  TIPOS DE RENTA:              *
008400*        TR - TRABAJO       CM - CAPITAL MOBILIARIO             *
008500*        AE - ACTIVIDADES   GP - GANANCIAS PATRIMONIALES        *
008600*        OT - OTRAS                                             *
008700*--------------------------------------------------------------*
008800 FD  ENTFILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  ENT-IMPUTACION-REC.
009200     05 ENT-EJERCICIO            PIC X(04).
009300     05 ENT-PAYER-ID             PIC X(09).
009400     05 ENT-TAXPAYER-ID          PIC X(09).
009500     05 ENT-TIPO-RENTA           PIC X(02).
009600     05 ENT-BRUTO                PIC X(11).
009700     05 ENT-BRUTO-N REDEFINES ENT-BRUTO
009800                                 PIC 9(09)V99.
009900     05 ENT-RETENIDO             PIC X(11).
010000     05 ENT-RETENIDO-N REDEFINES ENT-RETENIDO
010100                                 PIC 9(09)V99.
010200     05 FILLER                   PIC X(34).
010300
010400 FD  IMPUFILE.
010500     COPY IMPUREG.
010600
010700 FD  LISTFILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  LST-LINEA                   PIC X(132).
011100
011200 WORKING-STORAGE SECTION.
011300
011400 01  CIM-FILE-STATUSES.
011500     05 CIM-PARMFILE-STATUS      PIC X(02) VALUE '00'.
011600     05 CIM-ENTFILE-STATUS       PIC X(02) VALUE '00'.
011700     05 CIM-IMPUFILE-STATUS      PIC X(02) VALUE '00'.
011800     05 CIM-LISTFILE-STATUS      PIC X(02) VALUE '00'.
011900
012000 01  CIM-ERROR-CONTROL.
012100     05 CIM-ERROR-ARCHIVO        PIC X(08).
012200     05 CIM-ERROR-STATUS         PIC X(02).
012300
012400 01  CIM-SWITCHES.
012500     05 CIM-PARM-EOF-SW          PIC X(01) VALUE 'N'.
012600         88 CIM-PARM-EOF             VALUE 'Y'.
012700     05 CIM-EOF-SW               PIC X(01) VALUE 'N'.
012800         88 CIM-EOF                  VALUE 'Y'.
012900     05 CIM-REGISTRO-SW          PIC X(01) VALUE 'S'.
013000         88 CIM-REGISTRO-VALIDO      VALUE 'S'.
013100         88 CIM-REGISTRO-INVALIDO    VALUE 'N'.
013200     05 CIM-IMPUTACION-SW        PIC X(01) VALUE 'N'.
013300         88 CIM-IMPUTACION-EXISTE    VALUE 'S'.
013400         88 CIM-IMPUTACION-NUEVA     VALUE 'N'.
013500
013600 01  CIM-EJERCICIO               PIC 9(04) VALUE ZERO.
013700 01  CIM-FECHA-EJECUCION         PIC 9(08).
013800 01  CIM-MOTIVO                  PIC X(30).
013900
014000 01  CIM-TOTALES.
014100     05 CIM-TOTAL-LEIDAS         PIC 9(09) VALUE ZERO.
014200     05 CIM-TOTAL-NUEVAS         PIC 9(09) VALUE ZERO.
014300     05 CIM-TOTAL-SUSTITUIDAS    PIC 9(09) VALUE ZERO.
014400     05 CIM-TOTAL-RECHAZADAS     PIC 9(09) VALUE ZERO.
014500     05 CIM-TOTAL-BRUTO          PIC 9(13)V99 VALUE ZERO.
014600     05 CIM-TOTAL-RETENIDO       PIC 9(13)V99 VALUE ZERO.
014700     05 CIM-TOTAL-BRUTO-ED       PIC Z(12)9.99.
014800     05 CIM-TOTAL-RETENIDO-ED    PIC Z(12)9.99.
014900
015000*--------------------------------------------------------------*
015100*    LINEAS DEL LISTADO DE CARGA.                               *
015200*--------------------------------------------------------------*
015300 01  CIM-LIN-TITULO.
015400     05 FILLER                   PIC X(45) VALUE
015500         'CAR-IMPU - CARGA DE IMPUTACIONES - EJERCICIO '.
015600     05 CIM-TIT-EJERCICIO        PIC 9(04).
015700     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
015800     05 CIM-TIT-FECHA            PIC 9(08).
015900     05 FILLER                   PIC X(65) VALUE SPACES.
016000
016100 01  CIM-LIN-CABECERA.
016200     05 FILLER                   PIC X(11) VALUE 'RESULTADO  '.
016300     05 FILLER                   PIC X(12) VALUE 'PAGADOR     '.
016400     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
016500     05 FILLER                   PIC X(05) VALUE 'TIPO '.
016600     05 FILLER                   PIC X(15) VALUE 'BRUTO'.
016700     05 FILLER                   PIC X(15) VALUE 'RETENIDO'.
016800     05 FILLER                   PIC X(62) VALUE 'MOTIVO'.
016900
017000 01  CIM-LIN-DETALLE.
017100     05 CIM-DET-RESULTADO        PIC X(10).
017200     05 FILLER                   PIC X(01) VALUE SPACES.
017300     05 CIM-DET-PAGADOR          PIC X(09).
017400     05 FILLER                   PIC X(03) VALUE SPACES.
017500     05 CIM-DET-ID               PIC X(09).
017600     05 FILLER                   PIC X(03) VALUE SPACES.
017700     05 CIM-DET-TIPO             PIC X(02).
017800     05 FILLER                   PIC X(03) VALUE SPACES.
017900     05 CIM-DET-BRUTO            PIC X(11).
018000     05 FILLER                   PIC X(04) VALUE SPACES.
018100     05 CIM-DET-RETENIDO         PIC X(11).
018200     05 FILLER                   PIC X(04) VALUE SPACES.
018300     05 CIM-DET-MOTIVO           PIC X(30).
018400     05 FILLER                   PIC X(32) VALUE SPACES.
018500
018600 01  CIM-LIN-TOTAL.
018700     05 CIM-TOT-ROTULO           PIC X(15).
018800     05 CIM-TOT-CONTADOR         PIC ZZZZZZZZ9.
018900     05 FILLER                   PIC X(108) VALUE SPACES.
019000
019100 01  CIM-LIN-TOTAL-IMPORTE.
019200     05 CIM-TIM-ROTULO           PIC X(15).
019300     05 CIM-TIM-IMPORTE          PIC Z(12)9.99.
019400     05 FILLER                   PIC X(101) VALUE SPACES.
019500
019600 PROCEDURE DIVISION.
019700
019800 MAIN-PROCEDURE.
019900
020000     PERFORM INICIO.
020100
020200     PERFORM PROCESA-IMPUTACION.
020300
020400     PERFORM OTRA-IMPUTACION WITH TEST AFTER UNTIL CIM-EOF.
020500
020600     PERFORM FIN.
020700
020800 INICIO.
020900
021000     DISPLAY 'CAR-IMPU - CARGA DE IMPUTACIONES DE PAGADORES'.
021100
021200     ACCEPT CIM-FECHA-EJECUCION FROM DATE YYYYMMDD.
021300
021400     PERFORM LEE-PARAMETROS.
021500
021600     OPEN INPUT ENTFILE.
021700     MOVE 'ENTFILE ' TO CIM-ERROR-ARCHIVO.
021800     MOVE CIM-ENTFILE-STATUS TO CIM-ERROR-STATUS.
021900     PERFORM VERIFICA-ESTADO-ARCHIVO.
022000
022100*    LAS IMPUTACIONES SE ABREN I-O: SI TODAVIA NO EXISTEN       *
022200*    (PRIMERA CARGA), STATUS '35', SE CREA EL ARCHIVO VACIO     *
022300*    ABRIENDOLO OUTPUT Y SE REABRE I-O PARA LA CARGA.           *
022400     OPEN I-O IMPUFILE.
022500     IF CIM-IMPUFILE-STATUS = '35'
022600         OPEN OUTPUT IMPUFILE
022700         MOVE 'IMPUFILE' TO CIM-ERROR-ARCHIVO
022800         MOVE CIM-IMPUFILE-STATUS TO CIM-ERROR-STATUS
022900         PERFORM VERIFICA-ESTADO-ARCHIVO
023000         CLOSE IMPUFILE
023100         OPEN I-O IMPUFILE
023200     END-IF.
023300     MOVE 'IMPUFILE' TO CIM-ERROR-ARCHIVO.
023400     MOVE CIM-IMPUFILE-STATUS TO CIM-ERROR-STATUS.
023500     PERFORM VERIFICA-ESTADO-ARCHIVO.
023600
023700     OPEN OUTPUT LISTFILE.
023800     MOVE 'LISTFILE' TO CIM-ERROR-ARCHIVO.
023900     MOVE CIM-LISTFILE-STATUS TO CIM-ERROR-STATUS.
024000     PERFORM VERIFICA-ESTADO-ARCHIVO.
024100
024200     MOVE CIM-EJERCICIO TO CIM-TIT-EJERCICIO.
024300     MOVE CIM-FECHA-EJECUCION TO CIM-TIT-FECHA.
024400     MOVE CIM-LIN-TITULO TO LST-LINEA.
024500     PERFORM ESCRIBE-LINEA.
024600     MOVE SPACES TO LST-LINEA.
024700     PERFORM ESCRIBE-LINEA.
024800     MOVE CIM-LIN-CABECERA TO LST-LINEA.
024900     PERFORM ESCRIBE-LINEA.
025000     MOVE SPACES TO LST-LINEA.
025100     PERFORM ESCRIBE-LINEA.
025200
025300*--------------------------------------------------------------*
025400*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
025500*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
025600*--------------------------------------------------------------*
025700 VERIFICA-ESTADO-ARCHIVO.
025800
025900     IF CIM-ERROR-STATUS NOT = '00'
026000         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' CIM-ERROR-ARCHIVO
026100         DISPLAY '*** FILE STATUS            : ' CIM-ERROR-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500
026600*--------------------------------------------------------------*
026700*    LEE-PARAMETROS - EL EJERCICIO ES OBLIGATORIO: EVITA CARGAR *
026800*    POR ERROR EL ARCHIVO DE OTRO ANO.                          *
026900*--------------------------------------------------------------*
027000 LEE-PARAMETROS.
027100
027200     OPEN INPUT PARMFILE.
027300     MOVE 'PARMCARD' TO CIM-ERROR-ARCHIVO.
027400     MOVE CIM-PARMFILE-STATUS TO CIM-ERROR-STATUS.
027500     PERFORM VERIFICA-ESTADO-ARCHIVO.
027600
027700     READ PARMFILE
027800         AT END
027900             SET CIM-PARM-EOF TO TRUE
028000     END-READ.
028100
028200     IF CIM-PARM-EOF
028300         OR CIM-PRM-EJERCICIO NOT NUMERIC
028400         OR CIM-PRM-EJERCICIO = '0000'
028500         DISPLAY '*** FALTA O ES INVALIDO EL EJERCICIO EN LA '
028600             'TARJETA DE PARAMETROS'
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000
029100     MOVE CIM-PRM-EJERCICIO TO CIM-EJERCICIO.
029200
029300     CLOSE PARMFILE.
029400
029500     DISPLAY 'EJERCICIO: ' CIM-EJERCICIO.
029600
029700 PROCESA-IMPUTACION.
029800
029900     READ ENTFILE
030000         AT END
030100             SET CIM-EOF TO TRUE
030200     END-READ.
030300
030400     IF NOT CIM-EOF
030500         ADD 1 TO CIM-TOTAL-LEIDAS
030600         PERFORM VALIDA-IMPUTACION
030700         IF CIM-REGISTRO-VALIDO
030800             PERFORM CARGA-IMPUTACION
030900         ELSE
031000             ADD 1 TO CIM-TOTAL-RECHAZADAS
031100             MOVE 'RECHAZADA ' TO CIM-DET-RESULTADO
031200             PERFORM ESCRIBE-DETALLE
031300         END-IF
031400     END-IF.
031500
031600*--------------------------------------------------------------*
031700*    VALIDA-IMPUTACION - EJERCICIO EL DE LA PARMCARD, PAGADOR Y *
031800*    CONTRIBUYENTE INFORMADOS, TIPO DE RENTA RECONOCIDO,        *
031900*    IMPORTES NUMERICOS Y RETENCION NO MAYOR QUE EL BRUTO.  EL  *
032000*    CONTRIBUYENTE NO SE BUSCA EN EL MAESTRO: UNA IMPUTACION A  *
032100*    QUIEN NO ESTA EN EL CENSO ES JUSTAMENTE LO QUE INTERESA.   *
032200*--------------------------------------------------------------*
032300 VALIDA-IMPUTACION.
032400
032500     SET CIM-REGISTRO-VALIDO TO TRUE.
032600     MOVE SPACES TO CIM-MOTIVO.
032700
032800     MOVE ENT-TIPO-RENTA TO IMP-TIPO-RENTA.
032900
033000     IF ENT-EJERCICIO NOT NUMERIC
033100         OR ENT-EJERCICIO NOT = CIM-PRM-EJERCICIO
033200         SET CIM-REGISTRO-INVALIDO TO TRUE
033300         MOVE 'EJERCICIO DISTINTO' TO CIM-MOTIVO
033400     ELSE
033500         IF ENT-PAYER-ID = SPACES
033600             SET CIM-REGISTRO-INVALIDO TO TRUE
033700             MOVE 'PAGADOR EN BLANCO' TO CIM-MOTIVO
033800         ELSE
033900             IF ENT-TAXPAYER-ID = SPACES
034000                 SET CIM-REGISTRO-INVALIDO TO TRUE
034100                 MOVE 'CONTRIBUYENTE EN BLANCO' TO CIM-MOTIVO
034200             ELSE
034300                 IF NOT IMP-TIPO-VALIDO
034400                     SET CIM-REGISTRO-INVALIDO TO TRUE
034500                     MOVE 'TIPO DE RENTA INVALIDO' TO CIM-MOTIVO
034600                 ELSE
034700                     IF ENT-BRUTO NOT NUMERIC
034800                         OR ENT-RETENIDO NOT NUMERIC
034900                         SET CIM-REGISTRO-INVALIDO TO TRUE
035000                         MOVE 'IMPORTE NO NUMERICO' TO CIM-MOTIVO
035100                     ELSE
035200                         IF ENT-RETENIDO-N > ENT-BRUTO-N
035300                             SET CIM-REGISTRO-INVALIDO TO TRUE
035400                             MOVE 'RETENIDO MAYOR QUE EL BRUTO'
035500                                 TO CIM-MOTIVO
035600                         END-IF
035700                     END-IF
035800                 END-IF
035900             END-IF
036000         END-IF
036100     END-IF.
036200
036300*--------------------------------------------------------------*
036400*    CARGA-IMPUTACION - ALTA DE LA IMPUTACION O, SI EL PAGADOR  *
036500*    YA LA HABIA DECLARADO (STATUS '23' = NO EXISTE), SU        *
036600*    SUSTITUCION POR LA NUEVA.                                  *
036700*--------------------------------------------------------------*
036800 CARGA-IMPUTACION.
036900
037000     MOVE CIM-EJERCICIO   TO IMP-EJERCICIO.
037100     MOVE ENT-TAXPAYER-ID TO IMP-TAXPAYER-ID.
037200     MOVE ENT-PAYER-ID    TO IMP-PAYER-ID.
037300     MOVE ENT-TIPO-RENTA  TO IMP-TIPO-RENTA.
037400
037500     READ IMPUFILE
037600         INVALID KEY
037700             SET CIM-IMPUTACION-NUEVA TO TRUE
037800         NOT INVALID KEY
037900             SET CIM-IMPUTACION-EXISTE TO TRUE
038000     END-READ.
038100
038200     IF CIM-IMPUTACION-NUEVA
038300         IF CIM-IMPUFILE-STATUS NOT = '23'
038400             MOVE 'IMPUFILE' TO CIM-ERROR-ARCHIVO
038500             MOVE CIM-IMPUFILE-STATUS TO CIM-ERROR-STATUS
038600             PERFORM VERIFICA-ESTADO-ARCHIVO
038700         END-IF
038800     END-IF.
038900
039000     MOVE SPACES          TO IMP-IMPUTACION-REC.
039100     MOVE CIM-EJERCICIO   TO IMP-EJERCICIO.
039200     MOVE ENT-TAXPAYER-ID TO IMP-TAXPAYER-ID.
039300     MOVE ENT-PAYER-ID    TO IMP-PAYER-ID.
039400     MOVE ENT-TIPO-RENTA  TO IMP-TIPO-RENTA.
039500     MOVE ENT-BRUTO-N     TO IMP-BRUTO.
039600     MOVE ENT-RETENIDO-N  TO IMP-RETENIDO.
039700     MOVE CIM-FECHA-EJECUCION TO IMP-FECHA-CARGA.
039800
039900     IF CIM-IMPUTACION-NUEVA
040000         WRITE IMP-IMPUTACION-REC
040100         ADD 1 TO CIM-TOTAL-NUEVAS
040200     ELSE
040300         REWRITE IMP-IMPUTACION-REC
040400         ADD 1 TO CIM-TOTAL-SUSTITUIDAS
040500     END-IF.
040600     MOVE 'IMPUFILE' TO CIM-ERROR-ARCHIVO.
040700     MOVE CIM-IMPUFILE-STATUS TO CIM-ERROR-STATUS.
040800     PERFORM VERIFICA-ESTADO-ARCHIVO.
040900
041000     ADD ENT-BRUTO-N    TO CIM-TOTAL-BRUTO.
041100     ADD ENT-RETENIDO-N TO CIM-TOTAL-RETENIDO.
041200
041300     IF CIM-IMPUTACION-EXISTE
041400         MOVE 'SUSTITUIDA' TO CIM-DET-RESULTADO
041500         MOVE 'DECLARACION SUSTITUTIVA' TO CIM-MOTIVO
041600         PERFORM ESCRIBE-DETALLE
041700     END-IF.
041800
041900 ESCRIBE-DETALLE.
042000
042100     MOVE ENT-PAYER-ID    TO CIM-DET-PAGADOR.
042200     MOVE ENT-TAXPAYER-ID TO CIM-DET-ID.
042300     MOVE ENT-TIPO-RENTA  TO CIM-DET-TIPO.
042400     MOVE ENT-BRUTO       TO CIM-DET-BRUTO.
042500     MOVE ENT-RETENIDO    TO CIM-DET-RETENIDO.
042600     MOVE CIM-MOTIVO      TO CIM-DET-MOTIVO.
042700     MOVE CIM-LIN-DETALLE TO LST-LINEA.
042800     PERFORM ESCRIBE-LINEA.
042900
043000 ESCRIBE-LINEA.
043100
043200     WRITE LST-LINEA.
043300     MOVE 'LISTFILE' TO CIM-ERROR-ARCHIVO.
043400     MOVE CIM-LISTFILE-STATUS TO CIM-ERROR-STATUS.
043500     PERFORM VERIFICA-ESTADO-ARCHIVO.
043600
043700 OTRA-IMPUTACION.
043800
043900     PERFORM PROCESA-IMPUTACION.
044000
044100 FIN.
044200
044300     PERFORM IMPRIME-RESUMEN.
044400
044500     CLOSE ENTFILE.
044600     CLOSE IMPUFILE.
044700     CLOSE LISTFILE.
044800
044900     DISPLAY 'FIN DE PROGRAMA'
045000
045100     STOP RUN.
045200
045300*--------------------------------------------------------------*
045400*    IMPRIME-RESUMEN - TOTALES DE CONTROL AL PIE DEL LISTADO Y  *
045500*    EN SYSOUT, PARA CUADRAR CONTRA LOS TOTALES DEL LOTE QUE    *
045600*    ACOMPANAN A LAS DECLARACIONES.                             *
045700*--------------------------------------------------------------*
045800 IMPRIME-RESUMEN.
045900
046000     MOVE SPACES TO LST-LINEA.
046100     PERFORM ESCRIBE-LINEA.
046200
046300     MOVE 'LEIDAS       : ' TO CIM-TOT-ROTULO.
046400     MOVE CIM-TOTAL-LEIDAS TO CIM-TOT-CONTADOR.
046500     MOVE CIM-LIN-TOTAL TO LST-LINEA.
046600     PERFORM ESCRIBE-LINEA.
046700
046800     MOVE 'NUEVAS       : ' TO CIM-TOT-ROTULO.
046900     MOVE CIM-TOTAL-NUEVAS TO CIM-TOT-CONTADOR.
047000     MOVE CIM-LIN-TOTAL TO LST-LINEA.
047100     PERFORM ESCRIBE-LINEA.
047200
047300     MOVE 'SUSTITUIDAS  : ' TO CIM-TOT-ROTULO.
047400     MOVE CIM-TOTAL-SUSTITUIDAS TO CIM-TOT-CONTADOR.
047500     MOVE CIM-LIN-TOTAL TO LST-LINEA.
047600     PERFORM ESCRIBE-LINEA.
047700
047800     MOVE 'RECHAZADAS   : ' TO CIM-TOT-ROTULO.
047900     MOVE CIM-TOTAL-RECHAZADAS TO CIM-TOT-CONTADOR.
048000     MOVE CIM-LIN-TOTAL TO LST-LINEA.
048100     PERFORM ESCRIBE-LINEA.
048200
048300     MOVE 'BRUTO CARGADO: ' TO CIM-TIM-ROTULO.
048400     MOVE CIM-TOTAL-BRUTO TO CIM-TIM-IMPORTE.
048500     MOVE CIM-LIN-TOTAL-IMPORTE TO LST-LINEA.
048600     PERFORM ESCRIBE-LINEA.
048700
048800     MOVE 'RETENIDO     : ' TO CIM-TIM-ROTULO.
048900     MOVE CIM-TOTAL-RETENIDO TO CIM-TIM-IMPORTE.
049000     MOVE CIM-LIN-TOTAL-IMPORTE TO LST-LINEA.
049100     PERFORM ESCRIBE-LINEA.
049200
049300     MOVE CIM-TOTAL-BRUTO TO CIM-TOTAL-BRUTO-ED.
049400     MOVE CIM-TOTAL-RETENIDO TO CIM-TOTAL-RETENIDO-ED.
049500
049600     DISPLAY ' '.
049700     DISPLAY '===================================='.
049800     DISPLAY '  CAR-IMPU - INFORME DE CONTROL'.
049900     DISPLAY '===================================='.
050000     DISPLAY '  LEIDAS      : ' CIM-TOTAL-LEIDAS.
050100     DISPLAY '  NUEVAS      : ' CIM-TOTAL-NUEVAS.
050200     DISPLAY '  SUSTITUIDAS : ' CIM-TOTAL-SUSTITUIDAS.
050300     DISPLAY '  RECHAZADAS  : ' CIM-TOTAL-RECHAZADAS.
050400     DISPLAY '  BRUTO       : ' CIM-TOTAL-BRUTO-ED.
050500     DISPLAY '  RETENIDO    : ' CIM-TOTAL-RETENIDO-ED.
050600     DISPLAY '===================================='.
