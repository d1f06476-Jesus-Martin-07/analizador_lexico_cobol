000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   VIA-APRE                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS     *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                                *
000900*    PURPOSE.      PROCEDIMIENTO DE APREMIO DE LAS CUOTAS MOROSAS*
001000*                  DEL PAGO FRACCIONADO.  CASA EL PENFILE DEL DIA*
001100*                  DE CON-FRAC CON LOS EXPEDIENTES ABIERTOS (UNO *
001200*                  POR CONTRIBUYENTE Y CUOTA) Y HACE AVANZAR     *
001300*                  CADA UNO POR LAS ETAPAS LEGALES: PRIMER AVISO,*
001400*                  SEGUNDO AVISO CON RECARGO Y PROVIDENCIA DE    *
001500*                  APREMIO CON EL RECARGO DE APREMIO.  CADA ETAPA*
001600*                  SE CUENTA DESDE EL VENCIMIENTO DE LA CUOTA Y  *
001700*                  DESDE LA NOTIFICACION ANTERIOR (PLAZOS Y      *
001800*                  RECARGOS EN LA PARMCARD).  CADA NOTIFICACION  *
001900*                  SE EDITA CON EL FORMATO DE CASA DE CORREO DE  *
002000*                  NOT-LIQ.  EL EXPEDIENTE CUYA CUOTA YA NO ESTA *
002100*                  EN EL PENFILE (SALDADA) SALE DEL              *
002200*                  PROCEDIMIENTO.  EL LISTADO DE SEGUIMIENTO     *
002300*                  TERMINA CON EL RESUMEN DE EXPEDIENTES POR     *
002400*                  ETAPA Y ANTIGUEDAD PARA EL JEFE DE COBROS.    *
002500*                                                                *
002600*                  AMBAS ENTRADAS DEBEN VENIR ORDENADAS POR      *
002700*                  CONTRIBUYENTE Y NUMERO DE CUOTA; UN DESORDEN  *
002800*                  ABORTA EL PROCESO.                            *
002810*                                                                *
002820*                  CADA NOTIFICACION LLEVA EL BLOQUE DE          *
002830*                  DIRECCION DE NOT-LIQ (DOMFILE).  EL CASO SIN  *
002840*                  DOMICILIO VALIDO NO SE NOTIFICA: VA A LA      *
002850*                  LISTA DE EXCEPCIONES (EXCFILE) Y EL           *
002860*                  EXPEDIENTE NO SE ABRE NI AVANZA HASTA QUE LO  *
002870*                  TENGA.  CADA RECARGO NUEVO O AUMENTADO DEL    *
002880*                  DIA PASA A RECFILE (SOLO LA DIFERENCIA) PARA  *
002890*                  QUE ASI-CTA LO CARGUE EN LA CUENTA CORRIENTE. *
002900*                                                                *
003000*-----------------------------------------------------------------
003100*    MODIFICATION HISTORY                                       *
003200*-----------------------------------------------------------------
003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------- ----  -------------------------------------------*
003500*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
003600*****************************************************************
003700
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. VIA-APRE.
004000 AUTHOR. J. MARTIN.
004100 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
004200 DATE-WRITTEN. 2026-10-15.
004300 DATE-COMPILED.
004400
004500 ENVIRONMENT DIVISION.
004600
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300
005400     SELECT PARMFILE ASSIGN TO PARMCARD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS VAP-PARMFILE-STATUS.
005700
005800     SELECT PENFILE ASSIGN TO PENFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS VAP-PENFILE-STATUS.
006100
006200     SELECT APRFILE ASSIGN TO APRFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS VAP-APRFILE-STATUS.
006500
006600     SELECT APROUT ASSIGN TO APROUT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS VAP-APROUT-STATUS.
006900
007000     SELECT MASTFILE ASSIGN TO MASTFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS MST-TAXPAYER-ID
007400         FILE STATUS IS VAP-MASTFILE-STATUS.
007500
007600     SELECT NOTFILE ASSIGN TO NOTFILE
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS VAP-NOTFILE-STATUS.
007900
008000     SELECT SEGREPT ASSIGN TO SEGREPT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS VAP-SEGREPT-STATUS.
008300
008305     SELECT DOMFILE ASSIGN TO DOMFILE
008310         ORGANIZATION IS INDEXED
008315         ACCESS MODE IS DYNAMIC
008320         RECORD KEY IS DOM-TAXPAYER-ID
008325         FILE STATUS IS VAP-DOMFILE-STATUS.
008330
008335     SELECT EXCFILE ASSIGN TO EXCFILE
008340         ORGANIZATION IS SEQUENTIAL
008345         FILE STATUS IS VAP-EXCFILE-STATUS.
008350
008355     SELECT RECFILE ASSIGN TO RECFILE
008360         ORGANIZATION IS SEQUENTIAL
008365         FILE STATUS IS VAP-RECFILE-STATUS.
008370
008400 DATA DIVISION.
008500
008600 FILE SECTION.
008700
008800*--------------------------------------------------------------*
008900*    PARMFILE - UNA TARJETA DE PARAMETROS:                      *
009000*        COL 01-03  DIAS DESDE EL VENCIMIENTO PARA EL PRIMER    *
009100*                   AVISO 9(03), MAYOR QUE CERO.                *
009200*        COL 04-06  DIAS DESDE EL VENCIMIENTO PARA EL SEGUNDO   *
009300*                   AVISO 9(03), MAYOR QUE LOS DEL PRIMERO.     *
009400*        COL 07-09  DIAS DESDE EL PRIMER AVISO PARA EL SEGUNDO  *
009500*                   9(03), MAYOR QUE CERO (PLAZO DE INGRESO     *
009600*                   QUE SE IMPRIME EN EL PRIMER AVISO).         *
009700*        COL 10-12  DIAS DESDE EL VENCIMIENTO PARA LA           *
009800*                   PROVIDENCIA 9(03), MAYOR QUE LOS DEL        *
009900*                   SEGUNDO AVISO.                              *
010000*        COL 13-15  DIAS DESDE EL SEGUNDO AVISO PARA LA         *
010100*                   PROVIDENCIA 9(03), MAYOR QUE CERO (PLAZO    *
010200*                   DE INGRESO DEL SEGUNDO AVISO).              *
010300*        COL 16-19  RECARGO DEL SEGUNDO AVISO EN % 9(02)V99,    *
010400*                   MAYOR QUE CERO.                             *
010500*        COL 20-23  RECARGO DE APREMIO EN % 9(02)V99, MAYOR     *
010600*                   QUE EL DEL SEGUNDO AVISO.                   *
010700*--------------------------------------------------------------*
010800 FD  PARMFILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  VAP-PARM-REC.
011200     05 VAP-PRM-DIAS-AVISO1      PIC X(03).
011300     05 VAP-PRM-DIAS-AVISO2      PIC X(03).
011400     05 VAP-PRM-PLAZO-AVISO2     PIC X(03).
011500     05 VAP-PRM-DIAS-PROVIDENCIA PIC X(03).
011600     05 VAP-PRM-PLAZO-PROVIDENCIA
011700                                 PIC X(03).
011800     05 VAP-PRM-RECARGO-AVISO2   PIC X(04).
011900     05 VAP-PRM-RECARGO-AVISO2-N REDEFINES VAP-PRM-RECARGO-AVISO2
012000                                 PIC 9(02)V99.
012100     05 VAP-PRM-RECARGO-APREMIO  PIC X(04).
012200     05 VAP-PRM-RECARGO-APREMIO-N
012300                                 REDEFINES VAP-PRM-RECARGO-APREMIO
012400                                 PIC 9(02)V99.
012500     05 FILLER                   PIC X(57).
012600
012700*--------------------------------------------------------------*
012800*    PENFILE - CUOTAS PENDIENTES DEL DIA (GENERACION 0 QUE      *
012900*    ACABA DE ESCRIBIR CON-FRAC), ORDENADAS POR CONTRIBUYENTE   *
013000*    Y CUOTA.  UNA CUOTA SALDADA YA NO FIGURA EN EL ARCHIVO.    *
013100*--------------------------------------------------------------*
013200 FD  PENFILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500     COPY PENDREG.
013600
013700*--------------------------------------------------------------*
013800*    APRFILE / APROUT - EXPEDIENTES DE APREMIO ABIERTOS (GDG:   *
013900*    LA GENERACION 0 ENTRA, LA +1 SALE).  MISMO LAYOUT.         *
014000*--------------------------------------------------------------*
014100 FD  APRFILE
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD.
014400     COPY APREREG.
014500
014600 FD  APROUT
014700     RECORDING MODE IS F
014800     LABEL RECORDS ARE STANDARD.
014900 01  APO-EXPEDIENTE-REC.
015000     05 APO-TAXPAYER-ID          PIC X(09).
015100     05 APO-NUM-CUOTA            PIC 9(01).
015200     05 APO-VENCIMIENTO          PIC 9(08).
015300     05 APO-ETAPA                PIC X(01).
015400     05 APO-FECHA-ETAPA          PIC 9(08).
015500     05 APO-FECHA-AVISO1         PIC 9(08).
015600     05 APO-FECHA-AVISO2         PIC 9(08).
015700     05 APO-FECHA-PROVIDENCIA    PIC 9(08).
015800     05 APO-SALDO                PIC 9(09)V99.
015900     05 APO-RECARGO              PIC 9(09)V99.
016000     05 FILLER                   PIC X(07).
016100
016200 FD  MASTFILE.
016300     COPY TAXPAYR.
016400
016500*--------------------------------------------------------------*
016600*    NOTFILE - NOTIFICACIONES PARA LA CASA DE CORREO, CON EL    *
016700*    MISMO FORMATO QUE LAS CARTAS DE NOT-LIQ: SALTO DE PAGINA   *
016800*    POR NOTIFICACION Y PAGINA DE CONTROL FINAL.                *
016900*--------------------------------------------------------------*
017000 FD  NOTFILE
017100     RECORDING MODE IS F
017200     LABEL RECORDS ARE STANDARD.
017300 01  NOT-LINEA                   PIC X(132).
017400
017500 FD  SEGREPT
017600     RECORDING MODE IS F
017700     LABEL RECORDS ARE STANDARD.
017800 01  SEG-LINEA                   PIC X(132).
017900
017902 FD  DOMFILE.
017904     COPY DOMIREG.
017906
017908*--------------------------------------------------------------*
017910*    EXCFILE - CASOS QUE TOCABA NOTIFICAR Y NO SE NOTIFICAN POR *
017912*    FALTA DE DOMICILIO VALIDO, PARA QUE SE LOCALICE AL         *
017914*    CONTRIBUYENTE.                                             *
017916*--------------------------------------------------------------*
017918 FD  EXCFILE
017920     RECORDING MODE IS F
017922     LABEL RECORDS ARE STANDARD.
017924 01  EXC-LINEA                   PIC X(132).
017926
017928*--------------------------------------------------------------*
017930*    RECFILE - RECARGOS NUEVOS O AUMENTADOS DEL DIA PARA LA     *
017932*    CUENTA CORRIENTE (ASI-CTA).                                *
017934*--------------------------------------------------------------*
017936 FD  RECFILE
017938     RECORDING MODE IS F
017940     LABEL RECORDS ARE STANDARD.
017942     COPY RECAREG.
017944
018000 WORKING-STORAGE SECTION.
018100
018200 01  VAP-FILE-STATUSES.
018300     05 VAP-PARMFILE-STATUS      PIC X(02) VALUE '00'.
018400     05 VAP-PENFILE-STATUS       PIC X(02) VALUE '00'.
018500     05 VAP-APRFILE-STATUS       PIC X(02) VALUE '00'.
018600     05 VAP-APROUT-STATUS        PIC X(02) VALUE '00'.
018700     05 VAP-MASTFILE-STATUS      PIC X(02) VALUE '00'.
018800     05 VAP-NOTFILE-STATUS       PIC X(02) VALUE '00'.
018900     05 VAP-SEGREPT-STATUS       PIC X(02) VALUE '00'.
018910     05 VAP-DOMFILE-STATUS       PIC X(02) VALUE '00'.
018920     05 VAP-EXCFILE-STATUS       PIC X(02) VALUE '00'.
018930     05 VAP-RECFILE-STATUS       PIC X(02) VALUE '00'.
019000
019100 01  VAP-ERROR-CONTROL.
019200     05 VAP-ERROR-ARCHIVO        PIC X(08).
019300     05 VAP-ERROR-STATUS         PIC X(02).
019400
019500 01  VAP-SWITCHES.
019600     05 VAP-PARM-EOF-SW          PIC X(01) VALUE 'N'.
019700         88 VAP-PARM-EOF             VALUE 'Y'.
019800     05 VAP-PEN-EOF-SW           PIC X(01) VALUE 'N'.
019900         88 VAP-PEN-EOF              VALUE 'Y'.
020000     05 VAP-APR-EOF-SW           PIC X(01) VALUE 'N'.
020100         88 VAP-APR-EOF              VALUE 'Y'.
020200     05 VAP-MAESTRO-SW           PIC X(01) VALUE 'N'.
020300         88 VAP-EN-MAESTRO           VALUE 'S'.
020400         88 VAP-SIN-MAESTRO          VALUE 'N'.
020410     05 VAP-DOMICILIO-SW         PIC X(01) VALUE 'N'.
020420         88 VAP-DOMICILIO-VALIDO     VALUE 'S'.
020430         88 VAP-DOMICILIO-INVALIDO   VALUE 'N'.
020500
020600 01  VAP-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
020610 01  VAP-MOTIVO-EXCEPCION        PIC X(30).
020700
020800*--------------------------------------------------------------*
020900*    PLAZOS Y RECARGOS DEL PROCEDIMIENTO (PARMCARD).            *
021000*--------------------------------------------------------------*
021100 01  VAP-PARAMETROS.
021200     05 VAP-DIAS-AVISO1          PIC 9(03) VALUE ZERO.
021300     05 VAP-DIAS-AVISO2          PIC 9(03) VALUE ZERO.
021400     05 VAP-PLAZO-AVISO2         PIC 9(03) VALUE ZERO.
021500     05 VAP-DIAS-PROVIDENCIA     PIC 9(03) VALUE ZERO.
021600     05 VAP-PLAZO-PROVIDENCIA    PIC 9(03) VALUE ZERO.
021700     05 VAP-RECARGO-AVISO2       PIC 9(02)V99 VALUE ZERO.
021800     05 VAP-RECARGO-APREMIO      PIC 9(02)V99 VALUE ZERO.
021900     05 VAP-RECARGO-ED           PIC Z9.99.
022000
022100 01  VAP-CLAVES.
022200     05 VAP-CLAVE-PEN            PIC X(10) VALUE LOW-VALUES.
022300     05 VAP-CLAVE-PEN-ANT        PIC X(10) VALUE LOW-VALUES.
022400     05 VAP-CLAVE-APR            PIC X(10) VALUE LOW-VALUES.
022500     05 VAP-CLAVE-APR-ANT        PIC X(10) VALUE LOW-VALUES.
022600
022700*--------------------------------------------------------------*
022800*    VAP-CALCULO-DIAS - UNA FECHA AAAAMMDD SE CONVIERTE EN UN   *
022900*    NUMERO DE DIAS CORRIDOS (CALENDARIO GREGORIANO, CONTANDO   *
023000*    EL ANO DESDE MARZO PARA QUE FEBRERO QUEDE AL FINAL); LOS   *
023100*    PLAZOS SON LA DIFERENCIA DE DOS DE ELLOS.                  *
023200*--------------------------------------------------------------*
023300 01  VAP-CALCULO-DIAS.
023400     05 VAP-DC-FECHA             PIC 9(08).
023500     05 VAP-DC-ANO               PIC 9(04).
023600     05 VAP-DC-MMDD              PIC 9(04).
023700     05 VAP-DC-MES               PIC 9(02).
023800     05 VAP-DC-DIA               PIC 9(02).
023900     05 VAP-DC-BIS4              PIC 9(04).
024000     05 VAP-DC-BIS100            PIC 9(04).
024100     05 VAP-DC-BIS400            PIC 9(04).
024200     05 VAP-DC-DIAS-MES          PIC 9(03).
024300     05 VAP-DC-DIAS              PIC 9(07).
024400
024500 01  VAP-DIAS-EJECUCION          PIC 9(07) VALUE ZERO.
024600
024700*--------------------------------------------------------------*
024800*    CUOTA EN CURSO - SALDO, DIAS DESDE EL VENCIMIENTO Y DESDE  *
024900*    LA ULTIMA NOTIFICACION, Y LA ETAPA QUE SE NOTIFICA HOY     *
025000*    (CERO = NINGUNA).                                          *
025100*--------------------------------------------------------------*
025200 01  VAP-CUOTA.
025300     05 VAP-PAGADO               PIC 9(09)V99.
025400     05 VAP-SALDO                PIC S9(09)V99.
025500     05 VAP-ANTIGUEDAD           PIC S9(07).
025600     05 VAP-DIAS-DESDE-AVISO     PIC S9(07).
025700     05 VAP-IDX-ETAPA            PIC 9(01).
025800     05 VAP-RECARGO              PIC 9(09)V99.
025900     05 VAP-TOTAL-INGRESAR       PIC 9(09)V99.
026000
026100*--------------------------------------------------------------*
026200*    ETAPAS DEL PROCEDIMIENTO: ROTULO DEL LISTADO, TITULO DE LA *
026300*    NOTIFICACION, ROTULO DEL RECARGO Y ADVERTENCIA FINAL.      *
026400*--------------------------------------------------------------*
026500 01  VAP-CONSTANTES-ETAPAS.
026600     05 FILLER                   PIC X(24) VALUE
026700         'PRIMER AVISO          : '.
026800     05 FILLER                   PIC X(30) VALUE
026900         'PRIMER AVISO DE PAGO'.
027000     05 FILLER                   PIC X(34) VALUE SPACES.
027100     05 FILLER                   PIC X(60) VALUE
027200         'SI NO PAGA EN PLAZO SE LE EXIGIRA CON RECARGO.'.
027300     05 FILLER                   PIC X(24) VALUE
027400         'SEGUNDO AVISO         : '.
027500     05 FILLER                   PIC X(30) VALUE
027600         'SEGUNDO AVISO DE PAGO'.
027700     05 FILLER                   PIC X(34) VALUE
027800         'RECARGO DEL PERIODO EJECUTIVO   : '.
027900     05 FILLER                   PIC X(60) VALUE
028000         'SI NO PAGA EN PLAZO SE DICTARA PROVIDENCIA DE APREMIO.'.
028100     05 FILLER                   PIC X(24) VALUE
028200         'PROVIDENCIA DE APREMIO: '.
028300     05 FILLER                   PIC X(30) VALUE
028400         'PROVIDENCIA DE APREMIO'.
028500     05 FILLER                   PIC X(34) VALUE
028600         'RECARGO DE APREMIO              : '.
028700     05 FILLER                   PIC X(60) VALUE
028800         'SI NO PAGA LA DEUDA SE PROCEDERA AL EMBARGO DE BIENES.'.
028900
029000 01  VAP-TABLA-ETAPAS REDEFINES
029100     VAP-CONSTANTES-ETAPAS.
029200     05 VAP-ETAPA-DEF            OCCURS 3 TIMES.
029300         10 VAP-ETAPA-ROTULO     PIC X(24).
029400         10 VAP-ETAPA-TITULO     PIC X(30).
029500         10 VAP-ETAPA-RECARGO    PIC X(34).
029600         10 VAP-ETAPA-ADVERTENCIA
029700                                 PIC X(60).
029800
029900*--------------------------------------------------------------*
030000*    TRAMOS DE ANTIGUEDAD DEL RESUMEN (DIAS DESDE EL            *
030100*    VENCIMIENTO): LIMITE SUPERIOR (EL ULTIMO RECOGE EL RESTO)  *
030200*    Y ROTULO.                                                  *
030300*--------------------------------------------------------------*
030400 01  VAP-CONSTANTES-TRAMOS.
030500     05 FILLER PIC 9(05) VALUE 00030.
030600     05 FILLER PIC X(12) VALUE '0 A 30 DIAS '.
030700     05 FILLER PIC 9(05) VALUE 00060.
030800     05 FILLER PIC X(12) VALUE '31 A 60 DIAS'.
030900     05 FILLER PIC 9(05) VALUE 00090.
031000     05 FILLER PIC X(12) VALUE '61 A 90 DIAS'.
031100     05 FILLER PIC 9(05) VALUE 00180.
031200     05 FILLER PIC X(12) VALUE '91 A 180    '.
031300     05 FILLER PIC 9(05) VALUE 99999.
031400     05 FILLER PIC X(12) VALUE 'MAS DE 180  '.
031500
031600 01  VAP-TABLA-TRAMOS REDEFINES
031700     VAP-CONSTANTES-TRAMOS.
031800     05 VAP-TRAMO-DEF            OCCURS 5 TIMES.
031900         10 VAP-TRAMO-LIMITE     PIC 9(05).
032000         10 VAP-TRAMO-ROTULO     PIC X(12).
032100
032110     COPY PROVTAB.
032120
032200*--------------------------------------------------------------*
032300*    RESUMEN POR ETAPA Y TRAMO: LA ETAPA 4 Y EL TRAMO 6 SON     *
032400*    LOS TOTALES.                                               *
032500*--------------------------------------------------------------*
032600 01  VAP-RESUMEN.
032700     05 VAP-TRAMO-IDX            PIC 9(04)  COMP.
032800     05 VAP-TRAMO-HALLADO        PIC 9(04)  COMP.
032900     05 VAP-RES-IDX              PIC 9(04)  COMP.
033000     05 VAP-RES-ETAPA            OCCURS 4 TIMES.
033100         10 VAP-RES-TRAMO        OCCURS 6 TIMES.
033200             15 VAP-RES-CASOS    PIC 9(09).
033300             15 VAP-RES-SALDO    PIC 9(11)V99.
033400
033500 01  VAP-NOTIFICACIONES.
033600     05 VAP-NOTIF-ETAPA          PIC 9(09) OCCURS 3 TIMES.
033700
033800 01  VAP-TOTALES.
033900     05 VAP-TOTAL-PENDIENTES     PIC 9(09) VALUE ZERO.
034000     05 VAP-TOTAL-EXPEDIENTES    PIC 9(09) VALUE ZERO.
034100     05 VAP-TOTAL-NOTIFICADAS    PIC 9(09) VALUE ZERO.
034200     05 VAP-TOTAL-SALDADOS       PIC 9(09) VALUE ZERO.
034300     05 VAP-TOTAL-SIGUEN         PIC 9(09) VALUE ZERO.
034400     05 VAP-TOTAL-INCIDENCIAS    PIC 9(09) VALUE ZERO.
034410     05 VAP-TOTAL-EXCEPCIONES    PIC 9(09) VALUE ZERO.
034420     05 VAP-TOTAL-MOV-RECARGO    PIC 9(09) VALUE ZERO.
034430     05 VAP-TOTAL-IMPORTE-MOV    PIC 9(11)V99 VALUE ZERO.
034500     05 VAP-TOTAL-RECARGOS       PIC 9(11)V99 VALUE ZERO.
034600     05 VAP-TOTAL-RECARGOS-ED    PIC Z(10)9.99.
034700
034800*--------------------------------------------------------------*
034900*    LINEAS DE LA NOTIFICACION (NOTFILE), CON EL FORMATO DE LA  *
035000*    CARTA DE NOT-LIQ.                                          *
035100*--------------------------------------------------------------*
035200 01  VAP-LIN-MEMBRETE.
035300     05 FILLER                   PIC X(32) VALUE
035400         'DIRECCION GENERAL DE TRIBUTOS - '.
035500     05 VAP-MEM-TITULO           PIC X(30).
035600     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
035700     05 VAP-MEM-FECHA            PIC 9(08).
035800     05 FILLER                   PIC X(52) VALUE SPACES.
035900
035902*--------------------------------------------------------------*
035904*    BLOQUE DE DIRECCION, CON EL FORMATO DE LA CARTA DE         *
035906*    NOT-LIQ: NOMBRE, CALLE, CODIGO POSTAL Y MUNICIPIO,         *
035908*    PROVINCIA Y, SI NO ES NACIONAL, PAIS.                      *
035910*--------------------------------------------------------------*
035912 01  VAP-LIN-DIRECCION.
035914     05 FILLER                   PIC X(15) VALUE SPACES.
035916     05 VAP-DIR-TEXTO            PIC X(30).
035918     05 FILLER                   PIC X(87) VALUE SPACES.
035920
035922 01  VAP-LIN-POBLACION.
035924     05 FILLER                   PIC X(15) VALUE SPACES.
035926     05 VAP-POB-CODIGO-POSTAL    PIC X(05).
035928     05 FILLER                   PIC X(02) VALUE SPACES.
035930     05 VAP-POB-MUNICIPIO        PIC X(25).
035932     05 FILLER                   PIC X(85) VALUE SPACES.
035934
035936 01  VAP-LIN-PROVINCIA.
035938     05 FILLER                   PIC X(15) VALUE SPACES.
035940     05 VAP-PRV-PROVINCIA        PIC X(22).
035942     05 FILLER                   PIC X(02) VALUE SPACES.
035944     05 VAP-PRV-PAIS             PIC X(02).
035946     05 FILLER                   PIC X(91) VALUE SPACES.
035948
036000 01  VAP-LIN-CONTRIBUYENTE.
036100     05 FILLER                   PIC X(15) VALUE
036200         'CONTRIBUYENTE: '.
036300     05 VAP-CAR-ID               PIC X(09).
036400     05 FILLER                   PIC X(04) VALUE SPACES.
036500     05 VAP-CAR-NOMBRE           PIC X(30).
036600     05 FILLER                   PIC X(74) VALUE SPACES.
036700
036800 01  VAP-LIN-CUOTA.
036900     05 FILLER                   PIC X(34) VALUE
037000         'CUOTA DEL PAGO FRACCIONADO      : '.
037100     05 VAP-CUO-NUM              PIC 9(01).
037200     05 FILLER                   PIC X(15) VALUE
037300         '   VENCIMIENTO '.
037400     05 VAP-CUO-VENC             PIC 9(08).
037500     05 FILLER                   PIC X(74) VALUE SPACES.
037600
037700 01  VAP-LIN-IMPORTE.
037800     05 VAP-IMP-ROTULO           PIC X(34).
037900     05 VAP-IMP-VALOR            PIC ZZZZZZZZ9.99.
038000     05 VAP-IMP-RESTO            PIC X(86) VALUE SPACES.
038100
038200 01  VAP-LIN-TIPO.
038300     05 FILLER                   PIC X(34) VALUE
038400         'TIPO DE RECARGO (%)             : '.
038500     05 VAP-TIP-VALOR            PIC Z9.99.
038600     05 FILLER                   PIC X(93) VALUE SPACES.
038700
038800 01  VAP-LIN-FECHA.
038900     05 VAP-FEC-ROTULO           PIC X(34).
039000     05 VAP-FEC-VALOR            PIC 9(08).
039100     05 FILLER                   PIC X(90) VALUE SPACES.
039200
039300 01  VAP-LIN-PLAZO.
039400     05 FILLER                   PIC X(38) VALUE
039500         'DEBE INGRESAR EL TOTAL EN EL PLAZO DE '.
039600     05 VAP-PLZ-DIAS             PIC ZZ9.
039700     05 FILLER                   PIC X(30) VALUE
039800         ' DIAS DESDE ESTA NOTIFICACION.'.
039900     05 FILLER                   PIC X(61) VALUE SPACES.
040000
040100 01  VAP-LIN-ADVERTENCIA.
040200     05 VAP-ADV-TEXTO            PIC X(60).
040300     05 FILLER                   PIC X(72) VALUE SPACES.
040400
040500 01  VAP-LIN-CONTROL-TIT         PIC X(132) VALUE
040600         'PAGINA DE CONTROL DEL LOTE'.
040700
040800 01  VAP-LIN-CONTROL.
040900     05 VAP-CTL-ROTULO           PIC X(26).
041000     05 VAP-CTL-CONTADOR         PIC ZZZZZZZZ9.
041100     05 FILLER                   PIC X(97) VALUE SPACES.
041200
041300*--------------------------------------------------------------*
041400*    LINEAS DEL LISTADO DE SEGUIMIENTO (SEGREPT).               *
041500*--------------------------------------------------------------*
041600 01  SEG-LIN-TITULO.
041700     05 FILLER                   PIC X(45) VALUE
041800         'VIA-APRE - PROCEDIMIENTO DE APREMIO - FECHA: '.
041900     05 SEG-TIT-FECHA            PIC 9(08).
042000     05 FILLER                   PIC X(79) VALUE SPACES.
042100
042200 01  SEG-LIN-PARAMETROS.
042300     05 FILLER                   PIC X(19) VALUE
042400         'PLAZOS EN DIAS:    '.
042500     05 FILLER                   PIC X(10) VALUE 'AVISO 1 = '.
042600     05 SEG-PAR-AVISO1           PIC ZZ9.
042700     05 FILLER                   PIC X(12) VALUE '  AVISO 2 = '.
042800     05 SEG-PAR-AVISO2           PIC ZZ9.
042900     05 FILLER                   PIC X(03) VALUE ' / '.
043000     05 SEG-PAR-PLAZO2           PIC ZZ9.
043100     05 FILLER                   PIC X(16) VALUE
043200         '  PROVIDENCIA = '.
043300     05 SEG-PAR-PROVIDENCIA      PIC ZZ9.
043400     05 FILLER                   PIC X(03) VALUE ' / '.
043500     05 SEG-PAR-PLAZO3           PIC ZZ9.
043600     05 FILLER                   PIC X(13) VALUE
043700         '  RECARGOS = '.
043800     05 SEG-PAR-RECARGO2         PIC Z9.99.
043900     05 FILLER                   PIC X(05) VALUE ' % / '.
044000     05 SEG-PAR-RECARGO3         PIC Z9.99.
044100     05 FILLER                   PIC X(02) VALUE ' %'.
044200     05 FILLER                   PIC X(24) VALUE SPACES.
044300
044400 01  SEG-LIN-CABECERA.
044500     05 FILLER                   PIC X(24) VALUE
044600         'SITUACION               '.
044700     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
044800     05 FILLER                   PIC X(06) VALUE 'CUOTA '.
044900     05 FILLER                   PIC X(12) VALUE 'VENCIMIENTO '.
045000     05 FILLER                   PIC X(07) VALUE 'DIAS   '.
045100     05 FILLER                   PIC X(15) VALUE 'SALDO'.
045200     05 FILLER                   PIC X(56) VALUE 'RECARGO'.
045300
045400 01  SEG-LIN-DETALLE.
045500     05 SEG-DET-SITUACION        PIC X(24).
045600     05 SEG-DET-ID               PIC X(09).
045700     05 FILLER                   PIC X(03) VALUE SPACES.
045800     05 SEG-DET-CUOTA            PIC 9(01).
045900     05 FILLER                   PIC X(05) VALUE SPACES.
046000     05 SEG-DET-VENCIMIENTO      PIC 9(08).
046100     05 FILLER                   PIC X(04) VALUE SPACES.
046200     05 SEG-DET-DIAS             PIC ZZZZ9.
046300     05 FILLER                   PIC X(02) VALUE SPACES.
046400     05 SEG-DET-SALDO            PIC ZZZZZZZZ9.99.
046500     05 FILLER                   PIC X(03) VALUE SPACES.
046600     05 SEG-DET-RECARGO          PIC ZZZZZZZZ9.99.
046700     05 FILLER                   PIC X(44) VALUE SPACES.
046800
046900 01  SEG-LIN-INCIDENCIA.
047000     05 SEG-INC-ROTULO           PIC X(24).
047100     05 SEG-INC-REGISTRO         PIC X(80).
047200     05 FILLER                   PIC X(28) VALUE SPACES.
047300
047400 01  SEG-LIN-TOTAL.
047500     05 SEG-TOT-ROTULO           PIC X(26).
047600     05 SEG-TOT-CONTADOR         PIC ZZZZZZZZ9.
047700     05 FILLER                   PIC X(97) VALUE SPACES.
047800
047900 01  SEG-LIN-TOTAL-IMPORTE.
048000     05 SEG-TIM-ROTULO           PIC X(26).
048100     05 SEG-TIM-IMPORTE          PIC Z(10)9.99.
048200     05 FILLER                   PIC X(92) VALUE SPACES.
048300
048302*--------------------------------------------------------------*
048304*    LINEAS DE LA LISTA DE EXCEPCIONES (EXCFILE).               *
048306*--------------------------------------------------------------*
048308 01  VAP-EXC-TITULO.
048310     05 FILLER                   PIC X(46) VALUE
048312         'VIA-APRE - NOTIFICACIONES SIN DOMICILIO VALIDO'.
048313     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
048314     05 VAP-EXC-TIT-FECHA        PIC 9(08).
048316     05 FILLER                   PIC X(68) VALUE SPACES.
048318
048320 01  VAP-EXC-CABECERA.
048322     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
048324     05 FILLER                   PIC X(32) VALUE 'NOMBRE'.
048326     05 FILLER                   PIC X(06) VALUE 'CUOTA '.
048328     05 FILLER                   PIC X(12) VALUE 'VENCIMIENTO '.
048330     05 FILLER                   PIC X(24) VALUE 'ETAPA'.
048332     05 FILLER                   PIC X(15) VALUE 'SALDO'.
048334     05 FILLER                   PIC X(31) VALUE 'MOTIVO'.
048336
048338 01  VAP-EXC-DETALLE.
048340     05 VAP-EXD-ID               PIC X(09).
048342     05 FILLER                   PIC X(03) VALUE SPACES.
048344     05 VAP-EXD-NOMBRE           PIC X(30).
048346     05 FILLER                   PIC X(02) VALUE SPACES.
048348     05 VAP-EXD-CUOTA            PIC 9(01).
048350     05 FILLER                   PIC X(05) VALUE SPACES.
048352     05 VAP-EXD-VENCIMIENTO      PIC 9(08).
048354     05 FILLER                   PIC X(04) VALUE SPACES.
048356     05 VAP-EXD-ETAPA            PIC X(14).
048358     05 FILLER                   PIC X(10) VALUE SPACES.
048360     05 VAP-EXD-SALDO            PIC ZZZZZZZZ9.99.
048362     05 FILLER                   PIC X(03) VALUE SPACES.
048364     05 VAP-EXD-MOTIVO           PIC X(30).
048366     05 FILLER                   PIC X(01) VALUE SPACES.
048368
048370 01  VAP-EXC-TOTAL.
048372     05 FILLER                   PIC X(26) VALUE
048374         'CASOS SIN NOTIFICAR     : '.
048376     05 VAP-EXT-CONTADOR         PIC ZZZZZZZZ9.
048378     05 FILLER                   PIC X(97) VALUE SPACES.
048380
048400*--------------------------------------------------------------*
048500*    RESUMEN PARA EL JEFE DE COBROS: EXPEDIENTES ABIERTOS TRAS  *
048600*    LA EJECUCION, POR ETAPA Y TRAMO DE ANTIGUEDAD, CON SU      *
048700*    NUMERO Y SU SALDO PENDIENTE.                               *
048800*--------------------------------------------------------------*
048900 01  SEG-LIN-RESUMEN-TIT         PIC X(132) VALUE
049000         'RESUMEN POR ETAPA Y DIAS DESDE EL VENCIMIENTO'.
049100
049200 01  SEG-LIN-RESUMEN-CAB.
049300     05 SEG-RCB-ROTULO           PIC X(22).
049400     05 SEG-RCB-CELDA            OCCURS 6 TIMES.
049500         10 FILLER               PIC X(04).
049600         10 SEG-RCB-TRAMO        PIC X(12).
049700     05 FILLER                   PIC X(14).
049800
049900 01  SEG-LIN-RESUMEN-CASOS.
050000     05 SEG-RCA-ETAPA            PIC X(14).
050100     05 SEG-RCA-CONCEPTO         PIC X(08).
050200     05 SEG-RCA-CELDA            OCCURS 6 TIMES.
050300         10 FILLER               PIC X(02).
050400         10 SEG-RCA-VALOR        PIC Z(13)9.
050500     05 FILLER                   PIC X(14).
050600
050700 01  SEG-LIN-RESUMEN-SALDO.
050800     05 SEG-RSA-ETAPA            PIC X(14).
050900     05 SEG-RSA-CONCEPTO         PIC X(08).
051000     05 SEG-RSA-CELDA            OCCURS 6 TIMES.
051100         10 FILLER               PIC X(02).
051200         10 SEG-RSA-VALOR        PIC Z(10)9.99.
051300     05 FILLER                   PIC X(14).
051400
051500 01  VAP-CONSTANTES-RESUMEN.
051600     05 FILLER PIC X(14) VALUE 'PRIMER AVISO  '.
051700     05 FILLER PIC X(14) VALUE 'SEGUNDO AVISO '.
051800     05 FILLER PIC X(14) VALUE 'PROVIDENCIA   '.
051900     05 FILLER PIC X(14) VALUE 'TOTAL         '.
052000
052100 01  VAP-TABLA-RESUMEN REDEFINES
052200     VAP-CONSTANTES-RESUMEN.
052300     05 VAP-RESUMEN-ROTULO       PIC X(14) OCCURS 4 TIMES.
052400
052500 PROCEDURE DIVISION.
052600
052700 MAIN-PROCEDURE.
052800
052900     PERFORM INICIO.
053000
053100     PERFORM LEE-PENDIENTE.
053200     PERFORM LEE-EXPEDIENTE.
053300
053400     PERFORM CASA-EXPEDIENTES
053500         UNTIL VAP-PEN-EOF AND VAP-APR-EOF.
053600
053700     PERFORM FIN.
053800
053900 INICIO.
054000
054100     DISPLAY 'VIA-APRE - PROCEDIMIENTO DE APREMIO'.
054200
054300     ACCEPT VAP-FECHA-EJECUCION FROM DATE YYYYMMDD.
054400
054500     MOVE VAP-FECHA-EJECUCION TO VAP-DC-FECHA.
054600     PERFORM CALCULA-DIAS.
054700     MOVE VAP-DC-DIAS TO VAP-DIAS-EJECUCION.
054800
054900     PERFORM LEE-PARAMETROS.
055000
055100     PERFORM INICIA-RESUMEN
055200         VARYING VAP-RES-IDX FROM 1 BY 1
055300         UNTIL VAP-RES-IDX > 4.
055400
055500     PERFORM INICIA-NOTIFICACIONES
055600         VARYING VAP-RES-IDX FROM 1 BY 1
055700         UNTIL VAP-RES-IDX > 3.
055800
055900     OPEN INPUT PENFILE.
056000     MOVE 'PENFILE ' TO VAP-ERROR-ARCHIVO.
056100     MOVE VAP-PENFILE-STATUS TO VAP-ERROR-STATUS.
056200     PERFORM VERIFICA-ESTADO-ARCHIVO.
056300
056400     OPEN INPUT APRFILE.
056500     MOVE 'APRFILE ' TO VAP-ERROR-ARCHIVO.
056600     MOVE VAP-APRFILE-STATUS TO VAP-ERROR-STATUS.
056700     PERFORM VERIFICA-ESTADO-ARCHIVO.
056800
056900     OPEN OUTPUT APROUT.
057000     MOVE 'APROUT  ' TO VAP-ERROR-ARCHIVO.
057100     MOVE VAP-APROUT-STATUS TO VAP-ERROR-STATUS.
057200     PERFORM VERIFICA-ESTADO-ARCHIVO.
057300
057400     OPEN INPUT MASTFILE.
057500     MOVE 'MASTFILE' TO VAP-ERROR-ARCHIVO.
057600     MOVE VAP-MASTFILE-STATUS TO VAP-ERROR-STATUS.
057700     PERFORM VERIFICA-ESTADO-ARCHIVO.
057800
057900     OPEN OUTPUT NOTFILE.
058000     MOVE 'NOTFILE ' TO VAP-ERROR-ARCHIVO.
058100     MOVE VAP-NOTFILE-STATUS TO VAP-ERROR-STATUS.
058200     PERFORM VERIFICA-ESTADO-ARCHIVO.
058300
058400     OPEN OUTPUT SEGREPT.
058500     MOVE 'SEGREPT ' TO VAP-ERROR-ARCHIVO.
058600     MOVE VAP-SEGREPT-STATUS TO VAP-ERROR-STATUS.
058700     PERFORM VERIFICA-ESTADO-ARCHIVO.
058800
058802     OPEN INPUT DOMFILE.
058804     MOVE 'DOMFILE ' TO VAP-ERROR-ARCHIVO.
058806     MOVE VAP-DOMFILE-STATUS TO VAP-ERROR-STATUS.
058808     PERFORM VERIFICA-ESTADO-ARCHIVO.
058810
058812     OPEN OUTPUT EXCFILE.
058814     MOVE 'EXCFILE ' TO VAP-ERROR-ARCHIVO.
058816     MOVE VAP-EXCFILE-STATUS TO VAP-ERROR-STATUS.
058818     PERFORM VERIFICA-ESTADO-ARCHIVO.
058820
058822     OPEN OUTPUT RECFILE.
058824     MOVE 'RECFILE ' TO VAP-ERROR-ARCHIVO.
058826     MOVE VAP-RECFILE-STATUS TO VAP-ERROR-STATUS.
058828     PERFORM VERIFICA-ESTADO-ARCHIVO.
058830
058832     MOVE VAP-FECHA-EJECUCION TO VAP-EXC-TIT-FECHA.
058834     MOVE VAP-EXC-TITULO TO EXC-LINEA.
058836     PERFORM ESCRIBE-EXCEPCION.
058838     MOVE SPACES TO EXC-LINEA.
058840     PERFORM ESCRIBE-EXCEPCION.
058842     MOVE VAP-EXC-CABECERA TO EXC-LINEA.
058844     PERFORM ESCRIBE-EXCEPCION.
058846     MOVE SPACES TO EXC-LINEA.
058848     PERFORM ESCRIBE-EXCEPCION.
058850
058900     MOVE VAP-FECHA-EJECUCION TO SEG-TIT-FECHA.
059000     MOVE SEG-LIN-TITULO TO SEG-LINEA.
059100     PERFORM ESCRIBE-LINEA-SEG.
059200     MOVE VAP-DIAS-AVISO1 TO SEG-PAR-AVISO1.
059300     MOVE VAP-DIAS-AVISO2 TO SEG-PAR-AVISO2.
059400     MOVE VAP-PLAZO-AVISO2 TO SEG-PAR-PLAZO2.
059500     MOVE VAP-DIAS-PROVIDENCIA TO SEG-PAR-PROVIDENCIA.
059600     MOVE VAP-PLAZO-PROVIDENCIA TO SEG-PAR-PLAZO3.
059700     MOVE VAP-RECARGO-AVISO2 TO SEG-PAR-RECARGO2.
059800     MOVE VAP-RECARGO-APREMIO TO SEG-PAR-RECARGO3.
059900     MOVE SEG-LIN-PARAMETROS TO SEG-LINEA.
060000     PERFORM ESCRIBE-LINEA-SEG.
060100     MOVE SPACES TO SEG-LINEA.
060200     PERFORM ESCRIBE-LINEA-SEG.
060300     MOVE SEG-LIN-CABECERA TO SEG-LINEA.
060400     PERFORM ESCRIBE-LINEA-SEG.
060500     MOVE SPACES TO SEG-LINEA.
060600     PERFORM ESCRIBE-LINEA-SEG.
060700
060800 INICIA-RESUMEN.
060900
061000     PERFORM INICIA-CELDA
061100         VARYING VAP-TRAMO-IDX FROM 1 BY 1
061200         UNTIL VAP-TRAMO-IDX > 6.
061300
061400 INICIA-CELDA.
061500
061600     MOVE ZERO TO VAP-RES-CASOS (VAP-RES-IDX, VAP-TRAMO-IDX).
061700     MOVE ZERO TO VAP-RES-SALDO (VAP-RES-IDX, VAP-TRAMO-IDX).
061800
061900 INICIA-NOTIFICACIONES.
062000
062100     MOVE ZERO TO VAP-NOTIF-ETAPA (VAP-RES-IDX).
062200
062300*--------------------------------------------------------------*
062400*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
062500*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.     *
062600*--------------------------------------------------------------*
062700 VERIFICA-ESTADO-ARCHIVO.
062800
062900     IF VAP-ERROR-STATUS NOT = '00'
063000         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' VAP-ERROR-ARCHIVO
063100         DISPLAY '*** FILE STATUS            : ' VAP-ERROR-STATUS
063200         MOVE 16 TO RETURN-CODE
063300         STOP RUN
063400     END-IF.
063500
063600*--------------------------------------------------------------*
063700*    LEE-PARAMETROS - TODOS LOS PLAZOS Y RECARGOS SON           *
063800*    OBLIGATORIOS Y NUMERICOS; LAS ETAPAS DEBEN SER             *
063900*    CRECIENTES EN DIAS Y EL RECARGO DE APREMIO MAYOR QUE EL    *
064000*    DEL SEGUNDO AVISO.                                         *
064100*--------------------------------------------------------------*
064200 LEE-PARAMETROS.
064300
064400     OPEN INPUT PARMFILE.
064500     MOVE 'PARMCARD' TO VAP-ERROR-ARCHIVO.
064600     MOVE VAP-PARMFILE-STATUS TO VAP-ERROR-STATUS.
064700     PERFORM VERIFICA-ESTADO-ARCHIVO.
064800
064900     READ PARMFILE
065000         AT END
065100             SET VAP-PARM-EOF TO TRUE
065200     END-READ.
065300
065400     IF VAP-PARM-EOF
065500         OR VAP-PRM-DIAS-AVISO1 NOT NUMERIC
065600         OR VAP-PRM-DIAS-AVISO2 NOT NUMERIC
065700         OR VAP-PRM-PLAZO-AVISO2 NOT NUMERIC
065800         OR VAP-PRM-DIAS-PROVIDENCIA NOT NUMERIC
065900         OR VAP-PRM-PLAZO-PROVIDENCIA NOT NUMERIC
066000         OR VAP-PRM-RECARGO-AVISO2 NOT NUMERIC
066100         OR VAP-PRM-RECARGO-APREMIO NOT NUMERIC
066200         DISPLAY '*** FALTAN O NO SON NUMERICOS LOS PLAZOS Y '
066300             'RECARGOS EN LA TARJETA DE PARAMETROS'
066400         MOVE 16 TO RETURN-CODE
066500         STOP RUN
066600     END-IF.
066700
066800     MOVE VAP-PRM-DIAS-AVISO1 TO VAP-DIAS-AVISO1.
066900     MOVE VAP-PRM-DIAS-AVISO2 TO VAP-DIAS-AVISO2.
067000     MOVE VAP-PRM-PLAZO-AVISO2 TO VAP-PLAZO-AVISO2.
067100     MOVE VAP-PRM-DIAS-PROVIDENCIA TO VAP-DIAS-PROVIDENCIA.
067200     MOVE VAP-PRM-PLAZO-PROVIDENCIA TO VAP-PLAZO-PROVIDENCIA.
067300     MOVE VAP-PRM-RECARGO-AVISO2-N TO VAP-RECARGO-AVISO2.
067400     MOVE VAP-PRM-RECARGO-APREMIO-N TO VAP-RECARGO-APREMIO.
067500
067600     CLOSE PARMFILE.
067700
067800     IF VAP-DIAS-AVISO1 = 0
067900         OR VAP-DIAS-AVISO2 NOT > VAP-DIAS-AVISO1
068000         OR VAP-DIAS-PROVIDENCIA NOT > VAP-DIAS-AVISO2
068100         OR VAP-PLAZO-AVISO2 = 0
068200         OR VAP-PLAZO-PROVIDENCIA = 0
068300         DISPLAY '*** PLAZOS NO VALIDOS EN LA TARJETA DE '
068400             'PARAMETROS: LAS ETAPAS DEBEN SER CRECIENTES'
068500         MOVE 16 TO RETURN-CODE
068600         STOP RUN
068700     END-IF.
068800
068900     IF VAP-RECARGO-AVISO2 = 0
069000         OR VAP-RECARGO-APREMIO NOT > VAP-RECARGO-AVISO2
069100         DISPLAY '*** RECARGOS NO VALIDOS EN LA TARJETA DE '
069200             'PARAMETROS: EL DE APREMIO DEBE SER MAYOR'
069300         MOVE 16 TO RETURN-CODE
069400         STOP RUN
069500     END-IF.
069600
069700     DISPLAY 'PRIMER AVISO        : ' VAP-DIAS-AVISO1
069800         ' DIAS DESDE EL VENCIMIENTO'.
069900     DISPLAY 'SEGUNDO AVISO       : ' VAP-DIAS-AVISO2
070000         ' DIAS DESDE EL VENCIMIENTO Y ' VAP-PLAZO-AVISO2
070100         ' DESDE EL PRIMERO'.
070200     DISPLAY 'PROVIDENCIA         : ' VAP-DIAS-PROVIDENCIA
070300         ' DIAS DESDE EL VENCIMIENTO Y ' VAP-PLAZO-PROVIDENCIA
070400         ' DESDE EL SEGUNDO'.
070500     MOVE VAP-RECARGO-AVISO2 TO VAP-RECARGO-ED.
070600     DISPLAY 'RECARGO 2o AVISO    : ' VAP-RECARGO-ED ' %'.
070700     MOVE VAP-RECARGO-APREMIO TO VAP-RECARGO-ED.
070800     DISPLAY 'RECARGO DE APREMIO  : ' VAP-RECARGO-ED ' %'.
070900
071000*--------------------------------------------------------------*
071100*    CALCULA-DIAS - VAP-DC-FECHA (AAAAMMDD) A DIAS CORRIDOS EN  *
071200*    VAP-DC-DIAS.  ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14   *
071300*    DEL ANO ANTERIOR; ASI EL DIA BISIESTO CAE AL FINAL.        *
071400*--------------------------------------------------------------*
071500 CALCULA-DIAS.
071600
071700     DIVIDE VAP-DC-FECHA BY 10000
071800         GIVING VAP-DC-ANO
071900         REMAINDER VAP-DC-MMDD.
072000     DIVIDE VAP-DC-MMDD BY 100
072100         GIVING VAP-DC-MES
072200         REMAINDER VAP-DC-DIA.
072300
072400     IF VAP-DC-MES < 3
072500         SUBTRACT 1 FROM VAP-DC-ANO
072600         ADD 12 TO VAP-DC-MES
072700     END-IF.
072800
072900     DIVIDE VAP-DC-ANO BY 4 GIVING VAP-DC-BIS4.
073000     DIVIDE VAP-DC-ANO BY 100 GIVING VAP-DC-BIS100.
073100     DIVIDE VAP-DC-ANO BY 400 GIVING VAP-DC-BIS400.
073200
073300     COMPUTE VAP-DC-DIAS-MES =
073400         ((153 * (VAP-DC-MES - 3)) + 2) / 5.
073500
073600     COMPUTE VAP-DC-DIAS =
073700         (365 * VAP-DC-ANO) + VAP-DC-BIS4 - VAP-DC-BIS100
073800         + VAP-DC-BIS400 + VAP-DC-DIAS-MES + VAP-DC-DIA.
073900
074000*--------------------------------------------------------------*
074100*    CASA-EXPEDIENTES - CASAMIENTO CLASICO DE DOS ARCHIVOS      *
074200*    ORDENADOS: CUOTA SIN EXPEDIENTE PUEDE ABRIR UNO;           *
074300*    EXPEDIENTE SIN CUOTA PENDIENTE ESTA SALDADO Y SE CIERRA;   *
074400*    CLAVES IGUALES HACEN AVANZAR EL EXPEDIENTE.                *
074500*--------------------------------------------------------------*
074600 CASA-EXPEDIENTES.
074700
074800     IF VAP-APR-EOF
074900         PERFORM CUOTA-SIN-EXPEDIENTE
075000         PERFORM LEE-PENDIENTE
075100     ELSE
075200         IF VAP-PEN-EOF
075300             PERFORM EXPEDIENTE-SALDADO
075400             PERFORM LEE-EXPEDIENTE
075500         ELSE
075600             IF VAP-CLAVE-PEN < VAP-CLAVE-APR
075700                 PERFORM CUOTA-SIN-EXPEDIENTE
075800                 PERFORM LEE-PENDIENTE
075900             ELSE
076000                 IF VAP-CLAVE-PEN = VAP-CLAVE-APR
076100                     PERFORM CUOTA-CON-EXPEDIENTE
076200                     PERFORM LEE-PENDIENTE
076300                     PERFORM LEE-EXPEDIENTE
076400                 ELSE
076500                     PERFORM EXPEDIENTE-SALDADO
076600                     PERFORM LEE-EXPEDIENTE
076700                 END-IF
076800             END-IF
076900         END-IF
077000     END-IF.
077100
077200 LEE-PENDIENTE.
077300
077400     READ PENFILE
077500         AT END
077600             SET VAP-PEN-EOF TO TRUE
077700         NOT AT END
077800             ADD 1 TO VAP-TOTAL-PENDIENTES
077900             MOVE VAP-CLAVE-PEN TO VAP-CLAVE-PEN-ANT
078000             MOVE PEN-TAXPAYER-ID TO VAP-CLAVE-PEN (1:9)
078100             MOVE PEN-NUM-CUOTA   TO VAP-CLAVE-PEN (10:1)
078200             IF VAP-CLAVE-PEN < VAP-CLAVE-PEN-ANT
078300                 DISPLAY '*** PENFILE NO ORDENADO POR '
078400                     'CONTRIBUYENTE Y CUOTA: ' PEN-TAXPAYER-ID
078500                 MOVE 16 TO RETURN-CODE
078600                 STOP RUN
078700             END-IF
078800     END-READ.
078900
079000 LEE-EXPEDIENTE.
079100
079200     READ APRFILE
079300         AT END
079400             SET VAP-APR-EOF TO TRUE
079500         NOT AT END
079600             ADD 1 TO VAP-TOTAL-EXPEDIENTES
079700             MOVE VAP-CLAVE-APR TO VAP-CLAVE-APR-ANT
079800             MOVE APR-TAXPAYER-ID TO VAP-CLAVE-APR (1:9)
079900             MOVE APR-NUM-CUOTA   TO VAP-CLAVE-APR (10:1)
080000             IF VAP-CLAVE-APR < VAP-CLAVE-APR-ANT
080100                 DISPLAY '*** APRFILE NO ORDENADO POR '
080200                     'CONTRIBUYENTE Y CUOTA: ' APR-TAXPAYER-ID
080300                 MOVE 16 TO RETURN-CODE
080400                 STOP RUN
080500             END-IF
080600     END-READ.
080700
080800*--------------------------------------------------------------*
080900*    CALCULA-SITUACION-CUOTA - SALDO DE LA CUOTA PENDIENTE Y    *
081000*    DIAS TRANSCURRIDOS DESDE SU VENCIMIENTO.  EL ACUMULADO DE  *
081100*    PAGOS EN BLANCO CUENTA COMO CERO, COMO EN CON-FRAC.        *
081200*--------------------------------------------------------------*
081300 CALCULA-SITUACION-CUOTA.
081400
081500     IF PEN-PAGADO NUMERIC
081600         MOVE PEN-PAGADO TO VAP-PAGADO
081700     ELSE
081800         MOVE ZERO TO VAP-PAGADO
081900     END-IF.
082000
082100     COMPUTE VAP-SALDO = PEN-IMPORTE - VAP-PAGADO.
082200
082300     MOVE PEN-VENCIMIENTO TO VAP-DC-FECHA.
082400     PERFORM CALCULA-DIAS.
082500     COMPUTE VAP-ANTIGUEDAD = VAP-DIAS-EJECUCION - VAP-DC-DIAS.
082600
082700     MOVE ZERO TO VAP-IDX-ETAPA.
082800
082900*--------------------------------------------------------------*
083000*    CUOTA-SIN-EXPEDIENTE - UNA CUOTA CON SALDO QUE LLEVA       *
083010*    VENCIDA AL MENOS LOS DIAS DEL PRIMER AVISO ENTRA EN EL     *
083020*    PROCEDIMIENTO.  LAS DEMAS NO SE TOCAN.  SIN DOMICILIO      *
083030*    VALIDO NO SE ABRE: EL CASO VA A LA LISTA DE EXCEPCIONES Y  *
083040*    VUELVE A INTENTARSE CON EL PENFILE DEL DIA SIGUIENTE.      *
083300*--------------------------------------------------------------*
083400 CUOTA-SIN-EXPEDIENTE.
083500
083600     PERFORM CALCULA-SITUACION-CUOTA.
083700
083800     IF VAP-SALDO > 0
083900         AND VAP-ANTIGUEDAD NOT < VAP-DIAS-AVISO1
084000         PERFORM ABRE-EXPEDIENTE
084100     END-IF.
084200
084300 ABRE-EXPEDIENTE.
084400
084500     PERFORM LEE-MAESTRO.
084510
084520     IF VAP-SIN-MAESTRO
084530         MOVE 'SIN MAESTRO - NO ABRE : ' TO SEG-INC-ROTULO
084540         MOVE PEN-CUOTA-REC TO SEG-INC-REGISTRO
084550         PERFORM REPORTA-INCIDENCIA
084560     ELSE
084570         MOVE 1 TO VAP-IDX-ETAPA
084580         PERFORM ACCESO-DOMICILIO
084590         IF VAP-DOMICILIO-INVALIDO
084600             PERFORM EDITA-EXCEPCION
084610         ELSE
084620             MOVE SPACES TO APO-EXPEDIENTE-REC
084630             MOVE PEN-TAXPAYER-ID TO APO-TAXPAYER-ID
084640             MOVE PEN-NUM-CUOTA TO APO-NUM-CUOTA
084650             MOVE PEN-VENCIMIENTO TO APO-VENCIMIENTO
084660             MOVE ZERO TO APO-FECHA-AVISO1
084670             MOVE ZERO TO APO-FECHA-AVISO2
084680             MOVE ZERO TO APO-FECHA-PROVIDENCIA
084690             MOVE VAP-SALDO TO APO-SALDO
084700             PERFORM NOTIFICA-ETAPA
084710             PERFORM GRABA-EXPEDIENTE
084720         END-IF
084730     END-IF.
086400
086500*--------------------------------------------------------------*
086600*    CUOTA-CON-EXPEDIENTE - SI EL VENCIMIENTO NO ES EL DEL      *
086700*    EXPEDIENTE, LA CUOTA ES OTRA (NUEVO FRACCIONAMIENTO CON EL *
086800*    MISMO NUMERO): EL EXPEDIENTE ANTIGUO SE DA POR SALDADO Y   *
086900*    LA CUOTA NUEVA SE TRATA COMO SIN EXPEDIENTE.               *
087000*--------------------------------------------------------------*
087100 CUOTA-CON-EXPEDIENTE.
087200
087300     IF PEN-VENCIMIENTO NOT = APR-VENCIMIENTO
087400         PERFORM EXPEDIENTE-SALDADO
087500         PERFORM CUOTA-SIN-EXPEDIENTE
087600     ELSE
087700         PERFORM AVANZA-EXPEDIENTE
087800     END-IF.
087900
088000*--------------------------------------------------------------*
088100*    AVANZA-EXPEDIENTE - EL EXPEDIENTE PASA A LA ETAPA          *
088200*    SIGUIENTE CUANDO SE CUMPLEN A LA VEZ LOS DIAS DESDE EL     *
088300*    VENCIMIENTO Y LOS DIAS DESDE LA NOTIFICACION ANTERIOR.     *
088400*    LA PROVIDENCIA ES LA ULTIMA ETAPA: EL EXPEDIENTE QUEDA EN  *
088500*    ELLA HASTA QUE LA CUOTA SE SALDA.  SIN MAESTRO O SIN       *
088510*    DOMICILIO VALIDO NO HAY NOTIFICACION Y EL EXPEDIENTE SIGUE *
088520*    EN SU ETAPA; EL CASO SIN DOMICILIO VA A LA LISTA DE        *
088530*    EXCEPCIONES.                                               *
088700*--------------------------------------------------------------*
088800 AVANZA-EXPEDIENTE.
088900
089000     PERFORM CALCULA-SITUACION-CUOTA.
089100
089200     MOVE APR-EXPEDIENTE-REC TO APO-EXPEDIENTE-REC.
089300     IF VAP-SALDO > 0
089400         MOVE VAP-SALDO TO APO-SALDO
089500     END-IF.
089600
089700     MOVE APR-FECHA-ETAPA TO VAP-DC-FECHA.
089800     PERFORM CALCULA-DIAS.
089900     COMPUTE VAP-DIAS-DESDE-AVISO =
090000         VAP-DIAS-EJECUCION - VAP-DC-DIAS.
090100
090200     IF APR-PRIMER-AVISO
090300         IF VAP-ANTIGUEDAD NOT < VAP-DIAS-AVISO2
090400             AND VAP-DIAS-DESDE-AVISO NOT < VAP-PLAZO-AVISO2
090500             MOVE 2 TO VAP-IDX-ETAPA
090600         END-IF
090700     ELSE
090800         IF APR-SEGUNDO-AVISO
090900             IF VAP-ANTIGUEDAD NOT < VAP-DIAS-PROVIDENCIA
091000                 AND VAP-DIAS-DESDE-AVISO
091100                     NOT < VAP-PLAZO-PROVIDENCIA
091200                 MOVE 3 TO VAP-IDX-ETAPA
091300             END-IF
091400         ELSE
091500             IF NOT APR-PROVIDENCIA
091600                 MOVE 'ETAPA NO VALIDA       : ' TO SEG-INC-ROTULO
091700                 MOVE APR-EXPEDIENTE-REC TO SEG-INC-REGISTRO
091800                 PERFORM REPORTA-INCIDENCIA
091900             END-IF
092000         END-IF
092100     END-IF.
092200
092300     IF VAP-IDX-ETAPA > 0
092310         PERFORM LEE-MAESTRO
092320         IF VAP-SIN-MAESTRO
092330             MOVE 'SIN MAESTRO - NO AVISA: ' TO SEG-INC-ROTULO
092340             MOVE APR-EXPEDIENTE-REC TO SEG-INC-REGISTRO
092350             PERFORM REPORTA-INCIDENCIA
092360         ELSE
092370             PERFORM ACCESO-DOMICILIO
092380             IF VAP-DOMICILIO-INVALIDO
092390                 PERFORM EDITA-EXCEPCION
092400             ELSE
092410                 PERFORM NOTIFICA-ETAPA
092420             END-IF
092430         END-IF
092440     END-IF.
093300
093400     PERFORM GRABA-EXPEDIENTE.
093500
093600 LEE-MAESTRO.
093700
093800     MOVE PEN-TAXPAYER-ID TO MST-TAXPAYER-ID.
093900
094000     READ MASTFILE
094100         INVALID KEY
094200             SET VAP-SIN-MAESTRO TO TRUE
094300         NOT INVALID KEY
094400             SET VAP-EN-MAESTRO TO TRUE
094500     END-READ.
094600
094700     IF VAP-SIN-MAESTRO
094800         IF VAP-MASTFILE-STATUS NOT = '23'
094900             MOVE 'MASTFILE' TO VAP-ERROR-ARCHIVO
095000             MOVE VAP-MASTFILE-STATUS TO VAP-ERROR-STATUS
095100             PERFORM VERIFICA-ESTADO-ARCHIVO
095200         END-IF
095300     END-IF.
095400
095401*--------------------------------------------------------------*
095402*    ACCESO-DOMICILIO - COMO EN NOT-LIQ, EL DOMICILIO VALE SI   *
095403*    EXISTE, NO ESTA MARCADO COMO NO ENTREGABLE Y TIENE CALLE,  *
095404*    MUNICIPIO Y CODIGO POSTAL.                                 *
095405*--------------------------------------------------------------*
095406 ACCESO-DOMICILIO.
095407
095408     SET VAP-DOMICILIO-INVALIDO TO TRUE.
095409     MOVE PEN-TAXPAYER-ID TO DOM-TAXPAYER-ID.
095410
095411     READ DOMFILE
095412         INVALID KEY
095413             MOVE 'SIN DOMICILIO' TO VAP-MOTIVO-EXCEPCION
095414         NOT INVALID KEY
095415             IF DOM-NO-ENTREGABLE
095416                 MOVE 'DOMICILIO NO ENTREGABLE'
095417                     TO VAP-MOTIVO-EXCEPCION
095418             ELSE
095419                 IF DOM-CALLE = SPACES
095420                     OR DOM-MUNICIPIO = SPACES
095421                     OR DOM-CODIGO-POSTAL = SPACES
095422                     MOVE 'DOMICILIO INCOMPLETO'
095423                         TO VAP-MOTIVO-EXCEPCION
095424                 ELSE
095425                     SET VAP-DOMICILIO-VALIDO TO TRUE
095426                 END-IF
095427             END-IF
095428     END-READ.
095429
095430     IF VAP-DOMFILE-STATUS NOT = '23'
095431         MOVE 'DOMFILE ' TO VAP-ERROR-ARCHIVO
095432         MOVE VAP-DOMFILE-STATUS TO VAP-ERROR-STATUS
095433         PERFORM VERIFICA-ESTADO-ARCHIVO
095434     END-IF.
095435
095436*--------------------------------------------------------------*
095437*    EDITA-EXCEPCION - UNA LINEA POR NOTIFICACION NO EMITIDA,   *
095438*    CON LA ETAPA QUE TOCABA Y EL SALDO, PARA QUE SE PUEDA      *
095439*    PRIORIZAR LA LOCALIZACION.                                 *
095440*--------------------------------------------------------------*
095441 EDITA-EXCEPCION.
095442
095443     ADD 1 TO VAP-TOTAL-EXCEPCIONES.
095444
095445     MOVE PEN-TAXPAYER-ID   TO VAP-EXD-ID.
095446     MOVE MST-TAXPAYER-NAME TO VAP-EXD-NOMBRE.
095447     MOVE PEN-NUM-CUOTA     TO VAP-EXD-CUOTA.
095448     MOVE PEN-VENCIMIENTO   TO VAP-EXD-VENCIMIENTO.
095449     MOVE VAP-RESUMEN-ROTULO (VAP-IDX-ETAPA) TO VAP-EXD-ETAPA.
095450     MOVE VAP-SALDO         TO VAP-EXD-SALDO.
095451     MOVE VAP-MOTIVO-EXCEPCION TO VAP-EXD-MOTIVO.
095452     MOVE VAP-EXC-DETALLE TO EXC-LINEA.
095453     PERFORM ESCRIBE-EXCEPCION.
095454
095455 ESCRIBE-EXCEPCION.
095456
095457     WRITE EXC-LINEA.
095458     MOVE 'EXCFILE ' TO VAP-ERROR-ARCHIVO.
095459     MOVE VAP-EXCFILE-STATUS TO VAP-ERROR-STATUS.
095460     PERFORM VERIFICA-ESTADO-ARCHIVO.
095461
095500*--------------------------------------------------------------*
095600*    NOTIFICA-ETAPA - ANOTA EN EL EXPEDIENTE LA ETAPA           *
095700*    VAP-IDX-ETAPA CON FECHA DE HOY Y SU RECARGO SOBRE EL SALDO *
095800*    ACTUAL (EL DE APREMIO SUSTITUYE AL DEL SEGUNDO AVISO),     *
095900*    EDITA LA NOTIFICACION Y LA ANOTA EN EL SEGUIMIENTO.  LO    *
095910*    QUE EL RECARGO DE HOY EXCEDA DEL ANTERIOR DEL EXPEDIENTE   *
095920*    PASA A RECFILE PARA LA CUENTA CORRIENTE.                   *
096000*--------------------------------------------------------------*
096100 NOTIFICA-ETAPA.
096200
096300     IF VAP-IDX-ETAPA = 1
096400         MOVE ZERO TO VAP-RECARGO
096500         MOVE VAP-FECHA-EJECUCION TO APO-FECHA-AVISO1
096600     ELSE
096700         IF VAP-IDX-ETAPA = 2
096800             COMPUTE VAP-RECARGO ROUNDED =
096900                 (VAP-SALDO * VAP-RECARGO-AVISO2) / 100
097000             MOVE VAP-FECHA-EJECUCION TO APO-FECHA-AVISO2
097100         ELSE
097200             COMPUTE VAP-RECARGO ROUNDED =
097300                 (VAP-SALDO * VAP-RECARGO-APREMIO) / 100
097400             MOVE VAP-FECHA-EJECUCION TO APO-FECHA-PROVIDENCIA
097500         END-IF
097600     END-IF.
097700
097800     COMPUTE VAP-TOTAL-INGRESAR = VAP-SALDO + VAP-RECARGO.
097900
098000     MOVE VAP-IDX-ETAPA TO APO-ETAPA.
098100     MOVE VAP-FECHA-EJECUCION TO APO-FECHA-ETAPA.
098200     MOVE VAP-RECARGO TO APO-RECARGO.
098210
098220     IF VAP-IDX-ETAPA > 1
098230         AND VAP-RECARGO > APR-RECARGO
098240         PERFORM GRABA-MOV-RECARGO
098250     END-IF.
098300
098400     ADD 1 TO VAP-NOTIF-ETAPA (VAP-IDX-ETAPA).
098500     ADD 1 TO VAP-TOTAL-NOTIFICADAS.
098600     ADD VAP-RECARGO TO VAP-TOTAL-RECARGOS.
098700
098800     PERFORM EDITA-NOTIFICACION.
098900
099000     MOVE SPACES TO SEG-LIN-DETALLE.
099100     MOVE VAP-ETAPA-ROTULO (VAP-IDX-ETAPA) TO SEG-DET-SITUACION.
099200     MOVE PEN-TAXPAYER-ID TO SEG-DET-ID.
099300     MOVE PEN-NUM-CUOTA TO SEG-DET-CUOTA.
099400     MOVE PEN-VENCIMIENTO TO SEG-DET-VENCIMIENTO.
099500     MOVE VAP-ANTIGUEDAD TO SEG-DET-DIAS.
099600     MOVE VAP-SALDO TO SEG-DET-SALDO.
099700     MOVE VAP-RECARGO TO SEG-DET-RECARGO.
099800     MOVE SEG-LIN-DETALLE TO SEG-LINEA.
099900     PERFORM ESCRIBE-LINEA-SEG.
100000
100100*--------------------------------------------------------------*
100200*    EDITA-NOTIFICACION - UNA PAGINA POR NOTIFICACION: BLOQUE   *
100300*    DE DIRECCION, CUOTA, SALDO, RECARGO DE LA ETAPA, TOTAL A   *
100400*    INGRESAR, FECHA DE LA NOTIFICACION ANTERIOR, PLAZO DE      *
100500*    INGRESO Y ADVERTENCIA DE LA ETAPA SIGUIENTE.               *
100600*--------------------------------------------------------------*
100700 EDITA-NOTIFICACION.
100800
100900     MOVE VAP-ETAPA-TITULO (VAP-IDX-ETAPA) TO VAP-MEM-TITULO.
101000     MOVE VAP-FECHA-EJECUCION TO VAP-MEM-FECHA.
101100     WRITE NOT-LINEA FROM VAP-LIN-MEMBRETE
101200         AFTER ADVANCING PAGE.
101300     PERFORM VERIFICA-NOTFILE.
101400
101410     PERFORM EDITA-DIRECCION.
101420
101500     MOVE PEN-TAXPAYER-ID   TO VAP-CAR-ID.
101600     MOVE MST-TAXPAYER-NAME TO VAP-CAR-NOMBRE.
101700     WRITE NOT-LINEA FROM VAP-LIN-CONTRIBUYENTE
101800         AFTER ADVANCING 2 LINES.
101900     PERFORM VERIFICA-NOTFILE.
102000
102100     MOVE PEN-NUM-CUOTA   TO VAP-CUO-NUM.
102200     MOVE PEN-VENCIMIENTO TO VAP-CUO-VENC.
102300     WRITE NOT-LINEA FROM VAP-LIN-CUOTA
102400         AFTER ADVANCING 2 LINES.
102500     PERFORM VERIFICA-NOTFILE.
102600
102700     MOVE SPACES TO VAP-LIN-IMPORTE.
102800     MOVE 'IMPORTE DE LA CUOTA             : '
102900         TO VAP-IMP-ROTULO.
103000     MOVE PEN-IMPORTE TO VAP-IMP-VALOR.
103100     PERFORM ESCRIBE-IMPORTE-DOBLE.
103200
103300     MOVE SPACES TO VAP-LIN-IMPORTE.
103400     MOVE 'PAGOS RECIBIDOS                 : '
103500         TO VAP-IMP-ROTULO.
103600     MOVE VAP-PAGADO TO VAP-IMP-VALOR.
103700     PERFORM ESCRIBE-IMPORTE.
103800
103900     MOVE SPACES TO VAP-LIN-IMPORTE.
104000     MOVE 'SALDO PENDIENTE                 : '
104100         TO VAP-IMP-ROTULO.
104200     MOVE VAP-SALDO TO VAP-IMP-VALOR.
104300     PERFORM ESCRIBE-IMPORTE.
104400
104500     IF VAP-IDX-ETAPA > 1
104600         IF VAP-IDX-ETAPA = 2
104700             MOVE VAP-RECARGO-AVISO2 TO VAP-TIP-VALOR
104800         ELSE
104900             MOVE VAP-RECARGO-APREMIO TO VAP-TIP-VALOR
105000         END-IF
105100         WRITE NOT-LINEA FROM VAP-LIN-TIPO
105200             AFTER ADVANCING 1 LINE
105300         PERFORM VERIFICA-NOTFILE
105400         MOVE SPACES TO VAP-LIN-IMPORTE
105500         MOVE VAP-ETAPA-RECARGO (VAP-IDX-ETAPA) TO VAP-IMP-ROTULO
105600         MOVE VAP-RECARGO TO VAP-IMP-VALOR
105700         PERFORM ESCRIBE-IMPORTE
105800     END-IF.
105900
106000     MOVE SPACES TO VAP-LIN-IMPORTE.
106100     MOVE 'TOTAL A INGRESAR                : '
106200         TO VAP-IMP-ROTULO.
106300     MOVE VAP-TOTAL-INGRESAR TO VAP-IMP-VALOR.
106400     PERFORM ESCRIBE-IMPORTE-DOBLE.
106500
106600     IF VAP-IDX-ETAPA > 1
106700         MOVE 'FECHA DE LA NOTIFICACION PREVIA : '
106800             TO VAP-FEC-ROTULO
106900         MOVE APR-FECHA-ETAPA TO VAP-FEC-VALOR
107000         WRITE NOT-LINEA FROM VAP-LIN-FECHA
107100             AFTER ADVANCING 2 LINES
107200         PERFORM VERIFICA-NOTFILE
107300     END-IF.
107400
107500     IF VAP-IDX-ETAPA < 3
107600         IF VAP-IDX-ETAPA = 1
107700             MOVE VAP-PLAZO-AVISO2 TO VAP-PLZ-DIAS
107800         ELSE
107900             MOVE VAP-PLAZO-PROVIDENCIA TO VAP-PLZ-DIAS
108000         END-IF
108100         WRITE NOT-LINEA FROM VAP-LIN-PLAZO
108200             AFTER ADVANCING 2 LINES
108300         PERFORM VERIFICA-NOTFILE
108400     END-IF.
108500
108600     MOVE VAP-ETAPA-ADVERTENCIA (VAP-IDX-ETAPA) TO VAP-ADV-TEXTO.
108700     WRITE NOT-LINEA FROM VAP-LIN-ADVERTENCIA
108800         AFTER ADVANCING 2 LINES.
108900     PERFORM VERIFICA-NOTFILE.
109000
109001*--------------------------------------------------------------*
109002*    EDITA-DIRECCION - BLOQUE DE DIRECCION PARA LA VENTANA DEL  *
109003*    SOBRE, BAJO EL MEMBRETE, IGUAL QUE EN NOT-LIQ.             *
109004*--------------------------------------------------------------*
109005 EDITA-DIRECCION.
109006
109007     MOVE MST-TAXPAYER-NAME TO VAP-DIR-TEXTO.
109008     WRITE NOT-LINEA FROM VAP-LIN-DIRECCION
109009         AFTER ADVANCING 2 LINES.
109010     PERFORM VERIFICA-NOTFILE.
109011
109012     MOVE DOM-CALLE TO VAP-DIR-TEXTO.
109013     WRITE NOT-LINEA FROM VAP-LIN-DIRECCION
109014         AFTER ADVANCING 1 LINE.
109015     PERFORM VERIFICA-NOTFILE.
109016
109017     MOVE DOM-CODIGO-POSTAL TO VAP-POB-CODIGO-POSTAL.
109018     MOVE DOM-MUNICIPIO     TO VAP-POB-MUNICIPIO.
109019     WRITE NOT-LINEA FROM VAP-LIN-POBLACION
109020         AFTER ADVANCING 1 LINE.
109021     PERFORM VERIFICA-NOTFILE.
109022
109023*    LA PROVINCIA SALE DE LAS DOS PRIMERAS CIFRAS DEL CODIGO    *
109024*    POSTAL; UN DOMICILIO EXTRANJERO LLEVA SOLO EL PAIS.        *
109025     MOVE SPACES TO VAP-PRV-PROVINCIA.
109026     IF DOM-NACIONAL
109027         MOVE SPACES TO VAP-PRV-PAIS
109028         IF DOM-CP-PROVINCIA NUMERIC
109029             AND DOM-CP-PROVINCIA > ZERO
109030             AND DOM-CP-PROVINCIA NOT > 52
109031             MOVE PRV-NOMBRE (DOM-CP-PROVINCIA)
109032                 TO VAP-PRV-PROVINCIA
109033         END-IF
109034     ELSE
109035         MOVE DOM-PAIS TO VAP-PRV-PAIS
109036     END-IF.
109037     WRITE NOT-LINEA FROM VAP-LIN-PROVINCIA
109038         AFTER ADVANCING 1 LINE.
109039     PERFORM VERIFICA-NOTFILE.
109040
109041*--------------------------------------------------------------*
109042*    GRABA-MOV-RECARGO - EL RECARGO DE LA ETAPA SUSTITUYE AL    *
109043*    ANTERIOR DEL EXPEDIENTE: A LA CUENTA CORRIENTE SOLO PASA   *
109044*    LA DIFERENCIA, CON LA FECHA DE LA NOTIFICACION.            *
109045*--------------------------------------------------------------*
109046 GRABA-MOV-RECARGO.
109047
109048     MOVE SPACES TO RCA-RECARGO-REC.
109049     MOVE PEN-TAXPAYER-ID     TO RCA-TAXPAYER-ID.
109050     MOVE PEN-NUM-CUOTA       TO RCA-NUM-CUOTA.
109051     MOVE PEN-VENCIMIENTO     TO RCA-VENCIMIENTO.
109052     MOVE APO-ETAPA           TO RCA-ETAPA.
109053     MOVE VAP-FECHA-EJECUCION TO RCA-FECHA.
109054     COMPUTE RCA-IMPORTE = VAP-RECARGO - APR-RECARGO.
109055     MOVE VAP-RECARGO         TO RCA-RECARGO-ETAPA.
109056
109057     WRITE RCA-RECARGO-REC.
109058     MOVE 'RECFILE ' TO VAP-ERROR-ARCHIVO.
109059     MOVE VAP-RECFILE-STATUS TO VAP-ERROR-STATUS.
109060     PERFORM VERIFICA-ESTADO-ARCHIVO.
109061
109062     ADD 1 TO VAP-TOTAL-MOV-RECARGO.
109063     ADD RCA-IMPORTE TO VAP-TOTAL-IMPORTE-MOV.
109064
109100*--------------------------------------------------------------*
109200*    GRABA-EXPEDIENTE - EL EXPEDIENTE SIGUE ABIERTO: PASA A     *
109300*    APROUT Y ENTRA EN EL RESUMEN POR ETAPA Y ANTIGUEDAD.       *
109400*--------------------------------------------------------------*
109500 GRABA-EXPEDIENTE.
109600
109700     WRITE APO-EXPEDIENTE-REC.
109800     MOVE 'APROUT  ' TO VAP-ERROR-ARCHIVO.
109900     MOVE VAP-APROUT-STATUS TO VAP-ERROR-STATUS.
110000     PERFORM VERIFICA-ESTADO-ARCHIVO.
110100
110200     ADD 1 TO VAP-TOTAL-SIGUEN.
110300
110400     IF APO-ETAPA = '1' OR '2' OR '3'
110500         MOVE APO-ETAPA TO VAP-RES-IDX
110600         IF VAP-ANTIGUEDAD < 0
110700             MOVE ZERO TO VAP-ANTIGUEDAD
110800         END-IF
110900         MOVE ZERO TO VAP-TRAMO-HALLADO
111000         PERFORM BUSCA-TRAMO
111100             VARYING VAP-TRAMO-IDX FROM 1 BY 1
111200             UNTIL VAP-TRAMO-IDX > 5
111300                OR VAP-TRAMO-HALLADO > 0
111400         PERFORM ACUMULA-RESUMEN
111500     END-IF.
111600
111700 BUSCA-TRAMO.
111800
111900     IF VAP-ANTIGUEDAD NOT > VAP-TRAMO-LIMITE (VAP-TRAMO-IDX)
112000         MOVE VAP-TRAMO-IDX TO VAP-TRAMO-HALLADO
112100     END-IF.
112200
112300 ACUMULA-RESUMEN.
112400
112500     ADD 1 TO VAP-RES-CASOS (VAP-RES-IDX, VAP-TRAMO-HALLADO).
112600     ADD 1 TO VAP-RES-CASOS (VAP-RES-IDX, 6).
112700     ADD 1 TO VAP-RES-CASOS (4, VAP-TRAMO-HALLADO).
112800     ADD 1 TO VAP-RES-CASOS (4, 6).
112900     ADD APO-SALDO
113000         TO VAP-RES-SALDO (VAP-RES-IDX, VAP-TRAMO-HALLADO).
113100     ADD APO-SALDO TO VAP-RES-SALDO (VAP-RES-IDX, 6).
113200     ADD APO-SALDO TO VAP-RES-SALDO (4, VAP-TRAMO-HALLADO).
113300     ADD APO-SALDO TO VAP-RES-SALDO (4, 6).
113400
113500*--------------------------------------------------------------*
113600*    EXPEDIENTE-SALDADO - LA CUOTA YA NO ESTA PENDIENTE: EL     *
113700*    EXPEDIENTE SALE DEL PROCEDIMIENTO Y NO PASA A APROUT.      *
113800*--------------------------------------------------------------*
113900 EXPEDIENTE-SALDADO.
114000
114100     ADD 1 TO VAP-TOTAL-SALDADOS.
114200
114300     MOVE SPACES TO SEG-LIN-DETALLE.
114400     MOVE 'SALDADA - SALE        : ' TO SEG-DET-SITUACION.
114500     MOVE APR-TAXPAYER-ID TO SEG-DET-ID.
114600     MOVE APR-NUM-CUOTA TO SEG-DET-CUOTA.
114700     MOVE APR-VENCIMIENTO TO SEG-DET-VENCIMIENTO.
114800     MOVE ZERO TO SEG-DET-SALDO.
114900     MOVE APR-RECARGO TO SEG-DET-RECARGO.
115000     MOVE SEG-LIN-DETALLE TO SEG-LINEA.
115100     PERFORM ESCRIBE-LINEA-SEG.
115200
115300 REPORTA-INCIDENCIA.
115400
115500     ADD 1 TO VAP-TOTAL-INCIDENCIAS.
115600     MOVE SEG-LIN-INCIDENCIA TO SEG-LINEA.
115700     PERFORM ESCRIBE-LINEA-SEG.
115800
115900 ESCRIBE-IMPORTE.
116000
116100     WRITE NOT-LINEA FROM VAP-LIN-IMPORTE
116200         AFTER ADVANCING 1 LINE.
116300     PERFORM VERIFICA-NOTFILE.
116400
116500 ESCRIBE-IMPORTE-DOBLE.
116600
116700     WRITE NOT-LINEA FROM VAP-LIN-IMPORTE
116800         AFTER ADVANCING 2 LINES.
116900     PERFORM VERIFICA-NOTFILE.
117000
117100 VERIFICA-NOTFILE.
117200
117300     MOVE 'NOTFILE ' TO VAP-ERROR-ARCHIVO.
117400     MOVE VAP-NOTFILE-STATUS TO VAP-ERROR-STATUS.
117500     PERFORM VERIFICA-ESTADO-ARCHIVO.
117600
117700 ESCRIBE-LINEA-SEG.
117800
117900     WRITE SEG-LINEA.
118000     MOVE 'SEGREPT ' TO VAP-ERROR-ARCHIVO.
118100     MOVE VAP-SEGREPT-STATUS TO VAP-ERROR-STATUS.
118200     PERFORM VERIFICA-ESTADO-ARCHIVO.
118300
118400*--------------------------------------------------------------*
118500*    ESCRIBE-RESUMEN-ETAPA - DOS LINEAS POR ETAPA (Y LA DE      *
118600*    TOTAL): NUMERO DE EXPEDIENTES Y SALDO, POR TRAMO.          *
118700*--------------------------------------------------------------*
118800 ESCRIBE-RESUMEN-ETAPA.
118900
119000     MOVE SPACES TO SEG-LIN-RESUMEN-CASOS.
119100     MOVE VAP-RESUMEN-ROTULO (VAP-RES-IDX) TO SEG-RCA-ETAPA.
119200     MOVE 'CASOS' TO SEG-RCA-CONCEPTO.
119300     MOVE SPACES TO SEG-LIN-RESUMEN-SALDO.
119400     MOVE SPACES TO SEG-RSA-ETAPA.
119500     MOVE 'SALDO' TO SEG-RSA-CONCEPTO.
119600     PERFORM EDITA-CELDA-RESUMEN
119700         VARYING VAP-TRAMO-IDX FROM 1 BY 1
119800         UNTIL VAP-TRAMO-IDX > 6.
119900     MOVE SEG-LIN-RESUMEN-CASOS TO SEG-LINEA.
120000     PERFORM ESCRIBE-LINEA-SEG.
120100     MOVE SEG-LIN-RESUMEN-SALDO TO SEG-LINEA.
120200     PERFORM ESCRIBE-LINEA-SEG.
120300
120400 EDITA-CELDA-RESUMEN.
120500
120600     MOVE VAP-RES-CASOS (VAP-RES-IDX, VAP-TRAMO-IDX)
120700         TO SEG-RCA-VALOR (VAP-TRAMO-IDX).
120800     MOVE VAP-RES-SALDO (VAP-RES-IDX, VAP-TRAMO-IDX)
120900         TO SEG-RSA-VALOR (VAP-TRAMO-IDX).
121000
121100 EDITA-CABECERA-RESUMEN.
121200
121300     IF VAP-TRAMO-IDX > 5
121400         MOVE 'TOTAL' TO SEG-RCB-TRAMO (VAP-TRAMO-IDX)
121500     ELSE
121600         MOVE VAP-TRAMO-ROTULO (VAP-TRAMO-IDX)
121700             TO SEG-RCB-TRAMO (VAP-TRAMO-IDX)
121800     END-IF.
121900
122000 ESCRIBE-LINEA-CONTROL.
122100
122200     WRITE NOT-LINEA FROM VAP-LIN-CONTROL
122300         AFTER ADVANCING 1 LINE.
122400     PERFORM VERIFICA-NOTFILE.
122500
122600*--------------------------------------------------------------*
122700*    FIN - TOTALES Y RESUMEN DEL SEGUIMIENTO, Y PAGINA DE       *
122800*    CONTROL DEL LOTE DE NOTIFICACIONES PARA LA CASA DE CORREO. *
122900*--------------------------------------------------------------*
123000 FIN.
123100
123200     MOVE SPACES TO SEG-LINEA.
123300     PERFORM ESCRIBE-LINEA-SEG.
123400     MOVE 'CUOTAS PENDIENTES LEIDAS: ' TO SEG-TOT-ROTULO.
123500     MOVE VAP-TOTAL-PENDIENTES TO SEG-TOT-CONTADOR.
123600     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
123700     PERFORM ESCRIBE-LINEA-SEG.
123800     MOVE 'EXPEDIENTES LEIDOS      : ' TO SEG-TOT-ROTULO.
123900     MOVE VAP-TOTAL-EXPEDIENTES TO SEG-TOT-CONTADOR.
124000     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
124100     PERFORM ESCRIBE-LINEA-SEG.
124200     MOVE 'PRIMEROS AVISOS         : ' TO SEG-TOT-ROTULO.
124300     MOVE VAP-NOTIF-ETAPA (1) TO SEG-TOT-CONTADOR.
124400     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
124500     PERFORM ESCRIBE-LINEA-SEG.
124600     MOVE 'SEGUNDOS AVISOS         : ' TO SEG-TOT-ROTULO.
124700     MOVE VAP-NOTIF-ETAPA (2) TO SEG-TOT-CONTADOR.
124800     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
124900     PERFORM ESCRIBE-LINEA-SEG.
125000     MOVE 'PROVIDENCIAS DE APREMIO : ' TO SEG-TOT-ROTULO.
125100     MOVE VAP-NOTIF-ETAPA (3) TO SEG-TOT-CONTADOR.
125200     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
125300     PERFORM ESCRIBE-LINEA-SEG.
125400     MOVE 'SALDADOS - CERRADOS     : ' TO SEG-TOT-ROTULO.
125500     MOVE VAP-TOTAL-SALDADOS TO SEG-TOT-CONTADOR.
125600     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
125700     PERFORM ESCRIBE-LINEA-SEG.
125800     MOVE 'EXPEDIENTES ABIERTOS    : ' TO SEG-TOT-ROTULO.
125900     MOVE VAP-TOTAL-SIGUEN TO SEG-TOT-CONTADOR.
126000     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
126100     PERFORM ESCRIBE-LINEA-SEG.
126200     MOVE 'INCIDENCIAS             : ' TO SEG-TOT-ROTULO.
126300     MOVE VAP-TOTAL-INCIDENCIAS TO SEG-TOT-CONTADOR.
126400     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
126500     PERFORM ESCRIBE-LINEA-SEG.
126510     MOVE 'SIN DOMICILIO - NO AVISA: ' TO SEG-TOT-ROTULO.
126520     MOVE VAP-TOTAL-EXCEPCIONES TO SEG-TOT-CONTADOR.
126530     MOVE SEG-LIN-TOTAL TO SEG-LINEA.
126540     PERFORM ESCRIBE-LINEA-SEG.
126600     MOVE 'RECARGOS NOTIFICADOS    : ' TO SEG-TIM-ROTULO.
126700     MOVE VAP-TOTAL-RECARGOS TO SEG-TIM-IMPORTE.
126800     MOVE SEG-LIN-TOTAL-IMPORTE TO SEG-LINEA.
126900     PERFORM ESCRIBE-LINEA-SEG.
126910     MOVE 'RECARGOS A CUENTA CTE.  : ' TO SEG-TIM-ROTULO.
126920     MOVE VAP-TOTAL-IMPORTE-MOV TO SEG-TIM-IMPORTE.
126930     MOVE SEG-LIN-TOTAL-IMPORTE TO SEG-LINEA.
126940     PERFORM ESCRIBE-LINEA-SEG.
127000
127100     MOVE SPACES TO SEG-LINEA.
127200     PERFORM ESCRIBE-LINEA-SEG.
127300     MOVE SEG-LIN-RESUMEN-TIT TO SEG-LINEA.
127400     PERFORM ESCRIBE-LINEA-SEG.
127500     MOVE SPACES TO SEG-LINEA.
127600     PERFORM ESCRIBE-LINEA-SEG.
127700     MOVE SPACES TO SEG-LIN-RESUMEN-CAB.
127800     MOVE 'ETAPA' TO SEG-RCB-ROTULO.
127900     PERFORM EDITA-CABECERA-RESUMEN
128000         VARYING VAP-TRAMO-IDX FROM 1 BY 1
128100         UNTIL VAP-TRAMO-IDX > 6.
128200     MOVE SEG-LIN-RESUMEN-CAB TO SEG-LINEA.
128300     PERFORM ESCRIBE-LINEA-SEG.
128400     PERFORM ESCRIBE-RESUMEN-ETAPA
128500         VARYING VAP-RES-IDX FROM 1 BY 1
128600         UNTIL VAP-RES-IDX > 4.
128700
128800     MOVE 'NOTIFICACIONES DE APREMIO' TO VAP-MEM-TITULO.
128900     MOVE VAP-FECHA-EJECUCION TO VAP-MEM-FECHA.
129000     WRITE NOT-LINEA FROM VAP-LIN-MEMBRETE
129100         AFTER ADVANCING PAGE.
129200     PERFORM VERIFICA-NOTFILE.
129300
129400     WRITE NOT-LINEA FROM VAP-LIN-CONTROL-TIT
129500         AFTER ADVANCING 2 LINES.
129600     PERFORM VERIFICA-NOTFILE.
129700
129800     MOVE 'NOTIFICACIONES GENERADAS: ' TO VAP-CTL-ROTULO.
129900     MOVE VAP-TOTAL-NOTIFICADAS TO VAP-CTL-CONTADOR.
130000     PERFORM ESCRIBE-LINEA-CONTROL.
130100     MOVE 'PRIMEROS AVISOS         : ' TO VAP-CTL-ROTULO.
130200     MOVE VAP-NOTIF-ETAPA (1) TO VAP-CTL-CONTADOR.
130300     PERFORM ESCRIBE-LINEA-CONTROL.
130400     MOVE 'SEGUNDOS AVISOS         : ' TO VAP-CTL-ROTULO.
130500     MOVE VAP-NOTIF-ETAPA (2) TO VAP-CTL-CONTADOR.
130600     PERFORM ESCRIBE-LINEA-CONTROL.
130700     MOVE 'PROVIDENCIAS DE APREMIO : ' TO VAP-CTL-ROTULO.
130800     MOVE VAP-NOTIF-ETAPA (3) TO VAP-CTL-CONTADOR.
130900     PERFORM ESCRIBE-LINEA-CONTROL.
130910     MOVE 'DESVIADAS SIN DOMICILIO : ' TO VAP-CTL-ROTULO.
130920     MOVE VAP-TOTAL-EXCEPCIONES TO VAP-CTL-CONTADOR.
130930     PERFORM ESCRIBE-LINEA-CONTROL.
130940
130950     MOVE SPACES TO EXC-LINEA.
130960     PERFORM ESCRIBE-EXCEPCION.
130970     MOVE VAP-TOTAL-EXCEPCIONES TO VAP-EXT-CONTADOR.
130980     MOVE VAP-EXC-TOTAL TO EXC-LINEA.
130990     PERFORM ESCRIBE-EXCEPCION.
131000
131100     CLOSE PENFILE.
131200     CLOSE APRFILE.
131300     CLOSE APROUT.
131400     CLOSE MASTFILE.
131500     CLOSE NOTFILE.
131600     CLOSE SEGREPT.
131610     CLOSE DOMFILE.
131620     CLOSE EXCFILE.
131630     CLOSE RECFILE.
131700
131800     MOVE VAP-TOTAL-RECARGOS TO VAP-TOTAL-RECARGOS-ED.
131900
132000     DISPLAY ' '.
132100     DISPLAY '===================================='.
132200     DISPLAY '  VIA-APRE - INFORME DE CONTROL'.
132300     DISPLAY '===================================='.
132400     DISPLAY '  PENDIENTES  : ' VAP-TOTAL-PENDIENTES.
132500     DISPLAY '  EXPEDIENTES : ' VAP-TOTAL-EXPEDIENTES.
132600     DISPLAY '  1er AVISO   : ' VAP-NOTIF-ETAPA (1).
132700     DISPLAY '  2o AVISO    : ' VAP-NOTIF-ETAPA (2).
132800     DISPLAY '  PROVIDENCIA : ' VAP-NOTIF-ETAPA (3).
132900     DISPLAY '  SALDADOS    : ' VAP-TOTAL-SALDADOS.
133000     DISPLAY '  ABIERTOS    : ' VAP-TOTAL-SIGUEN.
133100     DISPLAY '  INCIDENCIAS : ' VAP-TOTAL-INCIDENCIAS.
133110     DISPLAY '  SIN DOMICIL.: ' VAP-TOTAL-EXCEPCIONES.
133200     DISPLAY '  RECARGOS    : ' VAP-TOTAL-RECARGOS-ED.
133210     MOVE VAP-TOTAL-IMPORTE-MOV TO VAP-TOTAL-RECARGOS-ED.
133220     DISPLAY '  A CTA. CTE. : ' VAP-TOTAL-RECARGOS-ED.
133240     DISPLAY '  MOV.RECARGO : ' VAP-TOTAL-MOV-RECARGO.
133300     DISPLAY '===================================='.
133400
133500     DISPLAY 'FIN DE PROGRAMA'
133600
133700     STOP RUN.
