002350*                     PUEDA RECONSTRUIR EL MAESTRO A UNA FECHA   *
002360*                     O RETROCEDER UN LOTE EQUIVOCADO.  LA BAJA  *
002370*                     LEE EL REGISTRO ANTES DE BORRARLO.         *
002372*    2026-10-15 JM    DOMICILIO POSTAL DEL CONTRIBUYENTE (KSDS   *
002374*                     DOMFILE, COPYBOOK DOMIREG): NUEVA          *
002376*                     TRANSACCION D DE ALTA O CAMBIO, CON SU     *
002378*                     PROPIO LAYOUT SOBRE EL MISMO REGISTRO DE   *
002380*                     TRANSACCION (AHORA DE 90 BYTES).  LA BAJA  *
002382*                     DEL CONTRIBUYENTE BORRA TAMBIEN SU         *
002384*                     DOMICILIO.  LOS CAMBIOS DE DOMICILIO VAN A *
002386*                     JRNFILE CON LOS CODIGOS D, C Y E.          *
002387*    2026-10-15 JM    VINCULO ENTRE CONYUGES PARA LA DECLARACION *
002388*                     CONJUNTA DE CAL-TAX: NUEVA TRANSACCION V   *
002389*                     (CONYUGE EN BLANCO = DESVINCULAR).  EL     *
002390*                     VINCULO ES SIEMPRE MUTUO Y CADA REGISTRO   *
002391*                     TOCADO VA AL DIARIO COMO M.  UN CASADO CON *
002392*                     VINCULO NO PUEDE CAMBIAR DE ESTADO CIVIL;  *
002393*                     LA BAJA DE UNO DESVINCULA AL OTRO.         *
002400*****************************************************************
002500
002600 IDENTIFICATION DIVISION.
005420     SELECT JRNFILE ASSIGN TO JRNFILE
005430         ORGANIZATION IS SEQUENTIAL
005440         FILE STATUS IS MNT-JRNFILE-STATUS.
005445
005450     SELECT DOMFILE ASSIGN TO DOMFILE
005455         ORGANIZATION IS INDEXED
005460         ACCESS MODE IS DYNAMIC
005465         RECORD KEY IS DOM-TAXPAYER-ID
005470         FILE STATUS IS MNT-DOMFILE-STATUS.
005500
005600 DATA DIVISION.
005700
005800 FILE SECTION.
005900
006000*--------------------------------------------------------------*
006010*    TRANFILE - TRANSACCIONES DE MANTENIMIENTO, UNA POR         *
006020*    REGISTRO, IDENTIFICADAS POR EL CODIGO DE ACCION:           *
006030*        A - ALTA          M - MODIFICACION       B - BAJA      *
006040*        D - DOMICILIO POSTAL (ALTA O CAMBIO), CON LOS DATOS    *
006050*            DEL DOMICILIO EN LUGAR DE NOMBRE Y ESTADO CIVIL    *
006052*        V - VINCULO CONYUGAL, CON EL ID DEL CONYUGE EN LUGAR   *
006054*            DE NOMBRE Y ESTADO CIVIL; EN BLANCO DESVINCULA     *
006060*--------------------------------------------------------------*
006070 FD  TRANFILE
006080     RECORDING MODE IS F
006090     LABEL RECORDS ARE STANDARD.
006100 01  TRN-TRANSACCION-REC.
006110     05 TRN-ACCION               PIC X(01).
006120         88 TRN-ALTA                 VALUE 'A'.
006130         88 TRN-MODIFICACION         VALUE 'M'.
006140         88 TRN-BAJA                 VALUE 'B'.
006150         88 TRN-DOMICILIO            VALUE 'D'.
006155         88 TRN-VINCULO              VALUE 'V'.
006160         88 TRN-ACCION-VALIDA        VALUE 'A' 'M' 'B' 'D' 'V'.
006170     05 TRN-TAXPAYER-ID          PIC X(09).
006180     05 TRN-DATOS-MAESTRO.
006190         10 TRN-TAXPAYER-NAME    PIC X(30).
006200         10 TRN-FILING-STATUS    PIC X(01).
006210             88 TRN-ESTADO-VALIDO    VALUE 'S' 'C' 'H'.
006220         10 FILLER               PIC X(49).
006230     05 TRN-DATOS-DOMICILIO REDEFINES TRN-DATOS-MAESTRO.
006240         10 TRN-DOM-CALLE        PIC X(30).
006250         10 TRN-DOM-MUNICIPIO    PIC X(25).
006260         10 TRN-DOM-CODIGO-POSTAL PIC X(05).
006270         10 TRN-DOM-CP-DESGLOSE REDEFINES TRN-DOM-CODIGO-POSTAL.
006274             15 TRN-DOM-CP-PROVINCIA PIC 9(02).
006278             15 FILLER           PIC X(03).
006290         10 TRN-DOM-PAIS         PIC X(02).
006300         10 TRN-DOM-FECHA-EFECTO PIC X(08).
006310         10 FILLER               PIC X(10).
006320     05 TRN-DATOS-VINCULO REDEFINES TRN-DATOS-MAESTRO.
006330         10 TRN-VIN-CONYUGE-ID   PIC X(09).
006340         10 FILLER               PIC X(71).
007900
008000 FD  MASTFILE.
008100     COPY TAXPAYR.
008690     RECORDING MODE IS F
008692     LABEL RECORDS ARE STANDARD.
008694     COPY JRNLREG.
008695
008696 FD  DOMFILE.
008697     COPY DOMIREG.
008700
008800 WORKING-STORAGE SECTION.
008900
009200     05 MNT-MASTFILE-STATUS      PIC X(02) VALUE '00'.
009300     05 MNT-LISTFILE-STATUS      PIC X(02) VALUE '00'.
009310     05 MNT-JRNFILE-STATUS       PIC X(02) VALUE '00'.
009320     05 MNT-DOMFILE-STATUS       PIC X(02) VALUE '00'.
009400
009500*--------------------------------------------------------------*
009600*    MNT-ERROR-CONTROL - USADO POR VERIFICA-ESTADO-ARCHIVO PARA *
010700     05 MNT-TRANSACCION-SW       PIC X(01) VALUE 'S'.
010800         88 MNT-TRANSACCION-VALIDA   VALUE 'S'.
010900         88 MNT-TRANSACCION-INVALIDA VALUE 'N'.
010910     05 MNT-DOMICILIO-SW         PIC X(01) VALUE 'N'.
010920         88 MNT-DOMICILIO-EXISTE     VALUE 'S'.
010930         88 MNT-DOMICILIO-NUEVO      VALUE 'N'.
011000
011100 01  MNT-TOTALES.
011200     05 MNT-TOTAL-LEIDAS         PIC 9(09) VALUE ZERO.
011400     05 MNT-TOTAL-RECHAZADAS     PIC 9(09) VALUE ZERO.
011500
011600 01  MNT-FECHA-EJECUCION         PIC 9(08).
011605 01  MNT-FECHA-EFECTO            PIC 9(08).
011610
011620*--------------------------------------------------------------*
011630*    IMAGENES DEL REGISTRO DEL MAESTRO PARA EL DIARIO: LA       *
011635*    ANTERIOR SE CAPTURA ANTES DE TOCAR EL REGISTRO Y LA        *
011640*    POSTERIOR DESPUES.  EN UN ALTA LA ANTERIOR VA EN           *
011645*    ESPACIOS; EN UNA BAJA, LA POSTERIOR.  SIRVEN IGUAL PARA    *
011650*    EL DOMICILIO, CON SU PROPIO CODIGO DE ACCION.              *
011670*--------------------------------------------------------------*
011680 01  MNT-IMAGENES-JOURNAL.
011690     05 MNT-IMAGEN-ANTES         PIC X(80).
011695     05 MNT-IMAGEN-DESPUES       PIC X(80).
011697     05 MNT-ACCION-JOURNAL       PIC X(01).
011698     05 MNT-ID-JOURNAL           PIC X(09).
011700
011710*--------------------------------------------------------------*
011720*    VINCULO CONYUGAL: EL CONYUGE QUE TENIA EL TITULAR ANTES DE *
011730*    LA TRANSACCION Y, PARA ACTUALIZA-ENLACE, EL REGISTRO A     *
011740*    TOCAR Y EL VALOR QUE DEBE QUEDAR EN SU ENLACE.             *
011750*--------------------------------------------------------------*
011760 01  MNT-VINCULO.
011770     05 MNT-CONYUGE-ANTERIOR     PIC X(09).
011780     05 MNT-ID-CONYUGE           PIC X(09).
011790     05 MNT-ENLACE-NUEVO         PIC X(09).
011795
011800*--------------------------------------------------------------*
011900*    LINEAS DEL LISTADO DE TRANSACCIONES.                       *
012000*--------------------------------------------------------------*
018800     MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO.
018900     MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS.
019000     PERFORM VERIFICA-ESTADO-ARCHIVO.
019005
019010*    EL DOMICILIO SE ABRE IGUAL QUE EL MAESTRO: SI TODAVIA NO   *
019015*    EXISTE, SE CREA VACIO Y SE REABRE I-O.                     *
019020     OPEN I-O DOMFILE.
019025     IF MNT-DOMFILE-STATUS = '35'
019030         OPEN OUTPUT DOMFILE
019035         MOVE 'DOMFILE ' TO MNT-ERROR-ARCHIVO
019040         MOVE MNT-DOMFILE-STATUS TO MNT-ERROR-STATUS
019045         PERFORM VERIFICA-ESTADO-ARCHIVO
019050         CLOSE DOMFILE
019055         OPEN I-O DOMFILE
019060     END-IF.
019065     MOVE 'DOMFILE ' TO MNT-ERROR-ARCHIVO.
019070     MOVE MNT-DOMFILE-STATUS TO MNT-ERROR-STATUS.
019075     PERFORM VERIFICA-ESTADO-ARCHIVO.
019100
019200     OPEN OUTPUT LISTFILE.
019300     MOVE 'LISTFILE' TO MNT-ERROR-ARCHIVO.
024500*    EL MAESTRO: ACCION RECONOCIDA, IDENTIFICADOR INFORMADO Y,  *
024600*    PARA ALTAS Y MODIFICACIONES, NOMBRE NO EN BLANCO Y ESTADO  *
024700*    CIVIL VALIDO.  LA BAJA SOLO NECESITA EL IDENTIFICADOR.     *
024710*    EL DOMICILIO EXIGE SUS DATOS COMPLETOS Y QUE EL            *
024720*    CONTRIBUYENTE EXISTA YA EN EL MAESTRO.                     *
024730*    EL VINCULO CONYUGAL SE VALIDA CONTRA LOS DOS REGISTROS     *
024740*    DEL MAESTRO (VALIDA-VINCULO).                              *
024800*--------------------------------------------------------------*
024900 VALIDA-TRANSACCION.
025000
027300             END-IF
027400         END-IF
027500     END-IF.
027501
027502     IF MNT-TRANSACCION-VALIDA AND TRN-DOMICILIO
027503         PERFORM VALIDA-DATOS-DOMICILIO
027504     END-IF.
027505
027506     IF MNT-TRANSACCION-VALIDA AND TRN-DOMICILIO
027507         MOVE TRN-TAXPAYER-ID TO MST-TAXPAYER-ID
027508         READ MASTFILE
027509             INVALID KEY
027510                 SET MNT-TRANSACCION-INVALIDA TO TRUE
027511                 MOVE 'NO EXISTE EN EL MAESTRO' TO MNT-DET-MOTIVO
027512         END-READ
027513         IF MNT-MASTFILE-STATUS NOT = '23'
027514             MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO
027515             MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS
027516             PERFORM VERIFICA-ESTADO-ARCHIVO
027517         END-IF
027518     END-IF.
027519
027520     IF MNT-TRANSACCION-VALIDA AND TRN-VINCULO
027521         PERFORM VALIDA-VINCULO
027522     END-IF.
027523
027524*--------------------------------------------------------------*
027525*    VALIDA-DATOS-DOMICILIO - CALLE, MUNICIPIO, CODIGO POSTAL   *
027526*    Y PAIS SON OBLIGATORIOS; UN DOMICILIO NACIONAL (ES) LLEVA  *
027527*    UN CODIGO POSTAL NUMERICO DE PROVINCIA 01-52.  LA FECHA DE *
027528*    EFECTO NO PUEDE SER POSTERIOR A HOY: SOLO SE GUARDA EL     *
027529*    DOMICILIO VIGENTE.                                         *
027530*--------------------------------------------------------------*
027531 VALIDA-DATOS-DOMICILIO.
027532
027533     IF TRN-DOM-CALLE = SPACES
027534         SET MNT-TRANSACCION-INVALIDA TO TRUE
027535         MOVE 'CALLE EN BLANCO' TO MNT-DET-MOTIVO
027536     ELSE
027537         IF TRN-DOM-MUNICIPIO = SPACES
027538             SET MNT-TRANSACCION-INVALIDA TO TRUE
027539             MOVE 'MUNICIPIO EN BLANCO' TO MNT-DET-MOTIVO
027540         ELSE
027541             IF TRN-DOM-CODIGO-POSTAL = SPACES
027542                 OR TRN-DOM-PAIS = SPACES
027543                 SET MNT-TRANSACCION-INVALIDA TO TRUE
027544                 MOVE 'CODIGO POSTAL O PAIS EN BLANCO'
027545                     TO MNT-DET-MOTIVO
027546             ELSE
027547                 IF TRN-DOM-PAIS = 'ES'
027548                     AND (TRN-DOM-CODIGO-POSTAL NOT NUMERIC
027549                          OR TRN-DOM-CP-PROVINCIA = ZERO OR > 52)
027550                     SET MNT-TRANSACCION-INVALIDA TO TRUE
027551                     MOVE 'C.POSTAL O PROVINCIA INVALIDO'
027552                         TO MNT-DET-MOTIVO
027553                 ELSE
027554                     PERFORM VALIDA-FECHA-EFECTO
027555                 END-IF
027556             END-IF
027557         END-IF
027558     END-IF.
027559
027560 VALIDA-FECHA-EFECTO.
027561
027562     IF TRN-DOM-FECHA-EFECTO NOT NUMERIC
027563         SET MNT-TRANSACCION-INVALIDA TO TRUE
027564         MOVE 'FECHA DE EFECTO INVALIDA' TO MNT-DET-MOTIVO
027565     ELSE
027566         MOVE TRN-DOM-FECHA-EFECTO TO MNT-FECHA-EFECTO
027567         IF MNT-FECHA-EFECTO = ZERO
027568             OR MNT-FECHA-EFECTO > MNT-FECHA-EJECUCION
027569             SET MNT-TRANSACCION-INVALIDA TO TRUE
027570             MOVE 'FECHA DE EFECTO INVALIDA' TO MNT-DET-MOTIVO
027571         END-IF
027572     END-IF.
027600
027700*--------------------------------------------------------------*
027800*    APLICA-TRANSACCION - DIRIGE LA TRANSACCION YA VALIDADA A    *
028000*--------------------------------------------------------------*
028100 APLICA-TRANSACCION.
028200
028300     MOVE TRN-ACCION TO MNT-ACCION-JOURNAL.
028310     MOVE TRN-TAXPAYER-ID TO MNT-ID-JOURNAL.
028320
028330     IF TRN-ALTA
028340         PERFORM APLICA-ALTA
028350     ELSE
028360         IF TRN-MODIFICACION
028370             PERFORM APLICA-MODIFICACION
028380         ELSE
028390             IF TRN-DOMICILIO
028400                 PERFORM APLICA-DOMICILIO
028410             ELSE
028420                 IF TRN-VINCULO
028430                     PERFORM APLICA-VINCULO
028440                 ELSE
028450                     PERFORM APLICA-BAJA
028460                 END-IF
028470             END-IF
028480         END-IF
028490     END-IF.
029200
029300*--------------------------------------------------------------*
029400*    APLICA-ALTA - DA DE ALTA AL CONTRIBUYENTE.  EL INGRESO Y    *
031700*    APLICA-MODIFICACION - ACTUALIZA NOMBRE Y ESTADO CIVIL DEL  *
031800*    CONTRIBUYENTE.  EL INGRESO, EL IMPUESTO Y LA FECHA DE       *
031900*    ULTIMA LIQUIDACION NO SE TOCAN: SON PROPIEDAD DE CAL-TAX.   *
031910*    UN CONTRIBUYENTE CON CONYUGE VINCULADO NO PUEDE DEJAR DE   *
031920*    SER CASADO (C) SIN DESVINCULARSE ANTES (TRANSACCION V).    *
032000*--------------------------------------------------------------*
032100 APLICA-MODIFICACION.
032200
032700             MOVE 'NO EXISTE EN EL MAESTRO' TO MNT-DET-MOTIVO
032800             PERFORM RECHAZA-TRANSACCION
032900         NOT INVALID KEY
032910             IF NOT MST-SIN-CONYUGE
032920                 AND TRN-FILING-STATUS NOT = 'C'
032930                 MOVE 'CASADO CON CONYUGE VINCULADO'
032940                     TO MNT-DET-MOTIVO
032950                 PERFORM RECHAZA-TRANSACCION
032960             ELSE
032970                 MOVE MST-TAXPAYER-REC TO MNT-IMAGEN-ANTES
032980                 MOVE TRN-TAXPAYER-NAME TO MST-TAXPAYER-NAME
032990                 MOVE TRN-FILING-STATUS TO MST-FILING-STATUS
033000                 REWRITE MST-TAXPAYER-REC
033010                 MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO
033020                 MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS
033030                 PERFORM VERIFICA-ESTADO-ARCHIVO
033040                 MOVE MST-TAXPAYER-REC TO MNT-IMAGEN-DESPUES
033050                 PERFORM ESCRIBE-JOURNAL
033060                 PERFORM ACEPTA-TRANSACCION
033070             END-IF
033700     END-READ.
033710
033720*    UN FALLO DE E/S QUE NO SEA CLAVE INEXISTENTE ('23') NO     *
033800
033900*--------------------------------------------------------------*
034000*    APLICA-BAJA - ELIMINA AL CONTRIBUYENTE DEL MAESTRO.        *
034010*    SI TENIA CONYUGE VINCULADO, EL CONYUGE QUEDA SIN VINCULO.  *
034100*--------------------------------------------------------------*
034200 APLICA-BAJA.
034300
034900             PERFORM RECHAZA-TRANSACCION
035000         NOT INVALID KEY
035010             MOVE MST-TAXPAYER-REC TO MNT-IMAGEN-ANTES
035015             MOVE MST-CONYUGE-ID TO MNT-CONYUGE-ANTERIOR
035020             DELETE MASTFILE
035030             MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO
035040             MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS
035050             PERFORM VERIFICA-ESTADO-ARCHIVO
035060             MOVE SPACES TO MNT-IMAGEN-DESPUES
035070             PERFORM ESCRIBE-JOURNAL
035080             PERFORM BORRA-DOMICILIO
035090             PERFORM DESVINCULA-BAJA
035100             PERFORM ACEPTA-TRANSACCION
035200     END-READ.
035210
035312
035314     MOVE MNT-FECHA-EJECUCION TO JRN-FECHA.
035316     ACCEPT JRN-HORA FROM TIME.
035318     MOVE MNT-ACCION-JOURNAL  TO JRN-ACCION.
035320     MOVE MNT-ID-JOURNAL      TO JRN-TAXPAYER-ID.
035322     MOVE MNT-IMAGEN-ANTES    TO JRN-IMAGEN-ANTES.
035324     MOVE MNT-IMAGEN-DESPUES  TO JRN-IMAGEN-DESPUES.
035326     WRITE JRN-JOURNAL-REC.
037300     MOVE TRN-ACCION        TO MNT-DET-ACCION.
037400     MOVE TRN-TAXPAYER-ID   TO MNT-DET-ID.
037500     MOVE TRN-TAXPAYER-NAME TO MNT-DET-NOMBRE.
037600     IF TRN-DOMICILIO OR TRN-VINCULO
037610         MOVE SPACE TO MNT-DET-ESTADO
037620     ELSE
037630         MOVE TRN-FILING-STATUS TO MNT-DET-ESTADO
037640     END-IF.
037650     IF TRN-VINCULO
037660         MOVE TRN-VIN-CONYUGE-ID TO MNT-DET-NOMBRE
037670     END-IF.
037700     MOVE MNT-LIN-DETALLE   TO LST-LINEA.
037800     PERFORM ESCRIBE-LINEA.
037900
038400     MOVE MNT-LISTFILE-STATUS TO MNT-ERROR-STATUS.
038500     PERFORM VERIFICA-ESTADO-ARCHIVO.
038600
038601*--------------------------------------------------------------*
038602*    BORRA-DOMICILIO - LA BAJA DEL CONTRIBUYENTE SE LLEVA SU    *
038603*    DOMICILIO, CON SU PROPIA ENTRADA EN EL DIARIO (E) PARA     *
038604*    QUE RCV-MAEST PUEDA REPONERLO.  NO TENER DOMICILIO NO ES   *
038605*    UN ERROR.                                                  *
038606*--------------------------------------------------------------*
038607 BORRA-DOMICILIO.
038608
038609     MOVE TRN-TAXPAYER-ID TO DOM-TAXPAYER-ID.
038610
038611     READ DOMFILE
038612         INVALID KEY
038613             CONTINUE
038614         NOT INVALID KEY
038615             MOVE DOM-DOMICILIO-REC TO MNT-IMAGEN-ANTES
038616             DELETE DOMFILE
038617             MOVE 'DOMFILE ' TO MNT-ERROR-ARCHIVO
038618             MOVE MNT-DOMFILE-STATUS TO MNT-ERROR-STATUS
038619             PERFORM VERIFICA-ESTADO-ARCHIVO
038620             MOVE SPACES TO MNT-IMAGEN-DESPUES
038621             MOVE 'E' TO MNT-ACCION-JOURNAL
038622             PERFORM ESCRIBE-JOURNAL
038623     END-READ.
038624
038625     IF MNT-DOMFILE-STATUS NOT = '23'
038626         MOVE 'DOMFILE ' TO MNT-ERROR-ARCHIVO
038627         MOVE MNT-DOMFILE-STATUS TO MNT-ERROR-STATUS
038628         PERFORM VERIFICA-ESTADO-ARCHIVO
038629     END-IF.
038630
038631*--------------------------------------------------------------*
038632*    APLICA-DOMICILIO - DA DE ALTA EL DOMICILIO (D EN EL        *
038633*    DIARIO) O LO SUSTITUYE POR EL NUEVO (C).  UN CAMBIO CON    *
038634*    FECHA DE EFECTO ANTERIOR A LA DEL DOMICILIO GUARDADO LLEGA *
038635*    TARDE Y SE RECHAZA.  EL DOMICILIO NUEVO NACE ENTREGABLE.   *
038636*--------------------------------------------------------------*
038637 APLICA-DOMICILIO.
038638
038639     MOVE TRN-TAXPAYER-ID TO DOM-TAXPAYER-ID.
038640
038641     READ DOMFILE
038642         INVALID KEY
038643             SET MNT-DOMICILIO-NUEVO TO TRUE
038644         NOT INVALID KEY
038645             SET MNT-DOMICILIO-EXISTE TO TRUE
038646     END-READ.
038647
038648     IF MNT-DOMICILIO-NUEVO
038649         IF MNT-DOMFILE-STATUS NOT = '23'
038650             MOVE 'DOMFILE ' TO MNT-ERROR-ARCHIVO
038651             MOVE MNT-DOMFILE-STATUS TO MNT-ERROR-STATUS
038652             PERFORM VERIFICA-ESTADO-ARCHIVO
038653         END-IF
038654         MOVE SPACES TO MNT-IMAGEN-ANTES
038655         MOVE 'D' TO MNT-ACCION-JOURNAL
038656     ELSE
038657         MOVE DOM-DOMICILIO-REC TO MNT-IMAGEN-ANTES
038658         MOVE 'C' TO MNT-ACCION-JOURNAL
038659     END-IF.
038660
038661     IF MNT-DOMICILIO-EXISTE
038662         AND MNT-FECHA-EFECTO < DOM-FECHA-EFECTO
038663         MOVE 'ANTERIOR AL DOMICILIO VIGENTE' TO MNT-DET-MOTIVO
038664         PERFORM RECHAZA-TRANSACCION
038665     ELSE
038666         PERFORM GRABA-DOMICILIO
038667     END-IF.
038668
038669 GRABA-DOMICILIO.
038670
038671     MOVE TRN-TAXPAYER-ID       TO DOM-TAXPAYER-ID.
038672     MOVE TRN-DOM-CALLE         TO DOM-CALLE.
038673     MOVE TRN-DOM-MUNICIPIO     TO DOM-MUNICIPIO.
038674     MOVE TRN-DOM-CODIGO-POSTAL TO DOM-CODIGO-POSTAL.
038676     MOVE TRN-DOM-PAIS          TO DOM-PAIS.
038677     MOVE MNT-FECHA-EFECTO      TO DOM-FECHA-EFECTO.
038678     SET DOM-ENTREGABLE TO TRUE.
038679
038680     IF MNT-DOMICILIO-NUEVO
038681         WRITE DOM-DOMICILIO-REC
038682     ELSE
038683         REWRITE DOM-DOMICILIO-REC
038684     END-IF.
038685     MOVE 'DOMFILE ' TO MNT-ERROR-ARCHIVO.
038686     MOVE MNT-DOMFILE-STATUS TO MNT-ERROR-STATUS.
038687     PERFORM VERIFICA-ESTADO-ARCHIVO.
038688
038689     MOVE DOM-DOMICILIO-REC TO MNT-IMAGEN-DESPUES.
038690     PERFORM ESCRIBE-JOURNAL.
038691     PERFORM ACEPTA-TRANSACCION.
038692
038700 OTRA-TRANSACCION.
038800
038900     PERFORM PROCESA-TRANSACCION.
039600     CLOSE MASTFILE.
039700     CLOSE LISTFILE.
039710     CLOSE JRNFILE.
039720     CLOSE DOMFILE.
039800
039900     DISPLAY 'FIN DE PROGRAMA'
040000
043200     DISPLAY '  APLICADAS   : ' MNT-TOTAL-APLICADAS.
043300     DISPLAY '  RECHAZADAS  : ' MNT-TOTAL-RECHAZADAS.
043400     DISPLAY '===================================='.
043500
043600*--------------------------------------------------------------*
043700*    VALIDA-VINCULO - EL VINCULO CONYUGAL SE PIDE DESDE UNO DE  *
043800*    LOS DOS CONYUGES (EL TITULAR).  PARA VINCULAR, LOS DOS     *
043900*    DEBEN EXISTIR EN EL MAESTRO Y SER CASADOS (C), Y EL OTRO   *
044000*    NO PUEDE ESTAR VINCULADO A UN TERCERO.  PARA DESVINCULAR   *
044100*    (CONYUGE EN BLANCO) EL TITULAR DEBE TENER VINCULO.  UN     *
044200*    VINCULO QUE YA ES MUTUO SE RECHAZA; SI SOLO APUNTA UN LADO *
044300*    LA TRANSACCION LO REPARA.                                  *
044400*--------------------------------------------------------------*
044500 VALIDA-VINCULO.
044600
044700     MOVE SPACES TO MNT-CONYUGE-ANTERIOR.
044800
044900     IF TRN-VIN-CONYUGE-ID = TRN-TAXPAYER-ID
045000         SET MNT-TRANSACCION-INVALIDA TO TRUE
045100         MOVE 'CONYUGE IGUAL AL TITULAR' TO MNT-DET-MOTIVO
045200     ELSE
045300         MOVE TRN-TAXPAYER-ID TO MST-TAXPAYER-ID
045400         READ MASTFILE
045500             INVALID KEY
045600                 SET MNT-TRANSACCION-INVALIDA TO TRUE
045700                 MOVE 'NO EXISTE EN EL MAESTRO' TO MNT-DET-MOTIVO
045800             NOT INVALID KEY
045900                 MOVE MST-CONYUGE-ID TO MNT-CONYUGE-ANTERIOR
046000         END-READ
046100         IF MNT-MASTFILE-STATUS NOT = '23'
046200             MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO
046300             MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS
046400             PERFORM VERIFICA-ESTADO-ARCHIVO
046500         END-IF
046600     END-IF.
046700
046800     IF MNT-TRANSACCION-VALIDA
046900         IF TRN-VIN-CONYUGE-ID = SPACES
047000             IF MNT-CONYUGE-ANTERIOR = SPACES
047100                 SET MNT-TRANSACCION-INVALIDA TO TRUE
047200                 MOVE 'SIN CONYUGE QUE DESVINCULAR'
047300                     TO MNT-DET-MOTIVO
047400             END-IF
047500         ELSE
047600             IF NOT MST-CASADO
047700                 SET MNT-TRANSACCION-INVALIDA TO TRUE
047800                 MOVE 'TITULAR NO ES CASADO (C)' TO MNT-DET-MOTIVO
047900             ELSE
048000                 PERFORM VALIDA-CONYUGE
048100             END-IF
048200         END-IF
048300     END-IF.
048400
048500 VALIDA-CONYUGE.
048600
048700     MOVE TRN-VIN-CONYUGE-ID TO MST-TAXPAYER-ID.
048800
048900     READ MASTFILE
049000         INVALID KEY
049100             SET MNT-TRANSACCION-INVALIDA TO TRUE
049200             MOVE 'CONYUGE NO EXISTE EN EL MAESTRO'
049300                 TO MNT-DET-MOTIVO
049400         NOT INVALID KEY
049500             IF NOT MST-CASADO
049600                 SET MNT-TRANSACCION-INVALIDA TO TRUE
049700                 MOVE 'CONYUGE NO ES CASADO (C)' TO MNT-DET-MOTIVO
049800             ELSE
049900                 IF MST-CONYUGE-ID NOT = SPACES
050000                     AND MST-CONYUGE-ID NOT = TRN-TAXPAYER-ID
050100                     SET MNT-TRANSACCION-INVALIDA TO TRUE
050200                     MOVE 'CONYUGE VINCULADO A OTRO'
050300                         TO MNT-DET-MOTIVO
050400                 ELSE
050500                     IF MNT-CONYUGE-ANTERIOR = TRN-VIN-CONYUGE-ID
050600                         AND MST-CONYUGE-ID = TRN-TAXPAYER-ID
050700                         SET MNT-TRANSACCION-INVALIDA TO TRUE
050800                         MOVE 'VINCULO YA EXISTE'
050900                             TO MNT-DET-MOTIVO
051000                     END-IF
051100                 END-IF
051200             END-IF
051300     END-READ.
051400
051500     IF MNT-MASTFILE-STATUS NOT = '23'
051600         MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO
051700         MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS
051800         PERFORM VERIFICA-ESTADO-ARCHIVO
051900     END-IF.
052000
052100*--------------------------------------------------------------*
052200*    APLICA-VINCULO - DEJA EL VINCULO MUTUO: SI EL TITULAR      *
052300*    TENIA OTRO CONYUGE, ESE CONYUGE SE DESVINCULA; EL NUEVO    *
052400*    CONYUGE APUNTA AL TITULAR Y EL TITULAR AL NUEVO CONYUGE.   *
052500*    CADA REGISTRO TOCADO VA AL DIARIO COMO MODIFICACION (M),   *
052600*    QUE ES LO QUE RCV-MAEST SABE REPONER.                      *
052700*--------------------------------------------------------------*
052800 APLICA-VINCULO.
052900
053000     MOVE 'M' TO MNT-ACCION-JOURNAL.
053100
053200     IF MNT-CONYUGE-ANTERIOR NOT = SPACES
053300         AND MNT-CONYUGE-ANTERIOR NOT = TRN-VIN-CONYUGE-ID
053400         MOVE MNT-CONYUGE-ANTERIOR TO MNT-ID-CONYUGE
053500         MOVE SPACES TO MNT-ENLACE-NUEVO
053600         PERFORM ACTUALIZA-ENLACE
053700     END-IF.
053800
053900     IF TRN-VIN-CONYUGE-ID NOT = SPACES
054000         MOVE TRN-VIN-CONYUGE-ID TO MNT-ID-CONYUGE
054100         MOVE TRN-TAXPAYER-ID TO MNT-ENLACE-NUEVO
054200         PERFORM ACTUALIZA-ENLACE
054300     END-IF.
054400
054500     MOVE TRN-TAXPAYER-ID TO MNT-ID-CONYUGE.
054600     MOVE TRN-VIN-CONYUGE-ID TO MNT-ENLACE-NUEVO.
054700     PERFORM ACTUALIZA-ENLACE.
054800
054900     PERFORM ACEPTA-TRANSACCION.
055000
055100*--------------------------------------------------------------*
055200*    DESVINCULA-BAJA - AL DAR DE BAJA A UN CONTRIBUYENTE        *
055300*    VINCULADO, SU CONYUGE QUEDA SIN VINCULO.                   *
055400*--------------------------------------------------------------*
055500 DESVINCULA-BAJA.
055600
055700     IF MNT-CONYUGE-ANTERIOR NOT = SPACES
055800         MOVE 'M' TO MNT-ACCION-JOURNAL
055900         MOVE MNT-CONYUGE-ANTERIOR TO MNT-ID-CONYUGE
056000         MOVE SPACES TO MNT-ENLACE-NUEVO
056100         PERFORM ACTUALIZA-ENLACE
056200     END-IF.
056300
056400*--------------------------------------------------------------*
056500*    ACTUALIZA-ENLACE - PONE MNT-ENLACE-NUEVO EN EL ENLACE DEL  *
056600*    REGISTRO MNT-ID-CONYUGE.  A UN CONYUGE SOLO SE LE QUITA EL *
056700*    ENLACE SI APUNTABA AL TITULAR; SI YA TIENE EL VALOR, O SI  *
056800*    EL REGISTRO NO EXISTE, NO HAY NADA QUE HACER.              *
056900*--------------------------------------------------------------*
057000 ACTUALIZA-ENLACE.
057100
057200     MOVE MNT-ID-CONYUGE TO MST-TAXPAYER-ID.
057300
057400     READ MASTFILE
057500         INVALID KEY
057600             CONTINUE
057700         NOT INVALID KEY
057800             IF MST-CONYUGE-ID NOT = MNT-ENLACE-NUEVO
057900                 IF MNT-ENLACE-NUEVO NOT = SPACES
058000                     OR MST-CONYUGE-ID = TRN-TAXPAYER-ID
058100                     OR MST-TAXPAYER-ID = TRN-TAXPAYER-ID
058200                     PERFORM GRABA-ENLACE
058300                 END-IF
058400             END-IF
058500     END-READ.
058600
058700     IF MNT-MASTFILE-STATUS NOT = '23'
058800         MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO
058900         MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS
059000         PERFORM VERIFICA-ESTADO-ARCHIVO
059100     END-IF.
059200
059300 GRABA-ENLACE.
059400
059500     MOVE MST-TAXPAYER-REC TO MNT-IMAGEN-ANTES.
059600     MOVE MNT-ENLACE-NUEVO TO MST-CONYUGE-ID.
059700     REWRITE MST-TAXPAYER-REC.
059800     MOVE 'MASTFILE' TO MNT-ERROR-ARCHIVO.
059900     MOVE MNT-MASTFILE-STATUS TO MNT-ERROR-STATUS.
060000     PERFORM VERIFICA-ESTADO-ARCHIVO.
060100
060200     MOVE MST-TAXPAYER-REC TO MNT-IMAGEN-DESPUES.
060300     MOVE MST-TAXPAYER-ID TO MNT-ID-JOURNAL.
060400     PERFORM ESCRIBE-JOURNAL.
