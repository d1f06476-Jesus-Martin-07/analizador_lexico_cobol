000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   FUS-TAX                                      *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS    *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    PURPOSE.      FUSION DE LA LIQUIDACION POR PARTICIONES.    *
001000*                  CUANDO TODAS LAS PARTICIONES DEL PLAN DE     *
001100*                  PAR-EXTR HAN TERMINADO BIEN (CADA UNA DEJA   *
001200*                  SUS TOTALES EN TOTFILE), REHACE LAS          *
001300*                  GENERACIONES UNICAS DE OUTFILE, EXPFILE,     *
001400*                  LIQFILE, FRACFILE, SUSPFILE, DUPREPT Y       *
001500*                  VARREPT QUE ENTREGA LA EJECUCION UNICA DE    *
001600*                  CAL-TAX, ANADE LAS AUDITORIAS DE LAS         *
001700*                  PARTICIONES A LA GENERAL E IMPRIME EL        *
001800*                  INFORME DE CONTROL COMBINADO: LAS CIFRAS DE  *
001900*                  CADA PARTICION Y SU SUMA, Y LOS REGISTROS DE *
002000*                  CADA ARCHIVO FUSIONADO CONTRA LA SUMA DE     *
002100*                  LAS PARTICIONES.                             *
002200*                                                               *
002300*                  CODIGOS DE RETORNO:                          *
002400*                     0 - FUSION HECHA Y CUADRADA               *
002500*                     4 - FUSION HECHA CON DIFERENCIAS CONTRA   *
002600*                         LOS TOTALES DE LAS PARTICIONES (ES    *
002700*                         NORMAL TRAS REINICIAR UNA PARTICION;  *
002800*                         CUA-TAX DECIDE)                       *
002900*                    16 - PARTICION AUSENTE, REPETIDA, DE OTRA  *
003000*                         FECHA O QUE NO CUADRA CON EL PLAN, O  *
003100*                         ERROR DE E/S: NO SE FUSIONA NADA      *
003200*                                                               *
003300*-----------------------------------------------------------------
003400*    MODIFICATION HISTORY                                       *
003500*-----------------------------------------------------------------
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------- ----  -------------------------------------------*
003800*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
003900*****************************************************************
004000
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. FUS-TAX.
004300 AUTHOR. J. MARTIN.
004400 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
004500 DATE-WRITTEN. 2026-10-15.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600
005700     SELECT PARTCTL ASSIGN TO PARTCTL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FUS-PARTCTL-STATUS.
006000
006100*    LAS ENTRADAS DE LAS PARTICIONES VAN CONCATENADAS EN EL JCL*
006200*    EN ORDEN DE PARTICION.                                    *
006300     SELECT TOTFILE ASSIGN TO TOTFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FUS-TOTFILE-STATUS.
006600
006700     SELECT OUTIN ASSIGN TO OUTIN
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FUS-OUTIN-STATUS.
007000
007100     SELECT OUTFILE ASSIGN TO OUTFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FUS-OUTFILE-STATUS.
007400
007500     SELECT EXPIN ASSIGN TO EXPIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS FUS-EXPIN-STATUS.
007800
007900     SELECT EXPFILE ASSIGN TO EXPFILE
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS FUS-EXPFILE-STATUS.
008200
008300     SELECT LIQIN ASSIGN TO LIQIN
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS FUS-LIQIN-STATUS.
008600
008700     SELECT LIQFILE ASSIGN TO LIQFILE
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS FUS-LIQFILE-STATUS.
009000
009100     SELECT FRAIN ASSIGN TO FRAIN
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS FUS-FRAIN-STATUS.
009400
009500     SELECT FRACFILE ASSIGN TO FRACFILE
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS FUS-FRACFILE-STATUS.
009800
009900     SELECT SUSIN ASSIGN TO SUSIN
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS FUS-SUSIN-STATUS.
010200
010300     SELECT SUSPFILE ASSIGN TO SUSPFILE
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS FUS-SUSPFILE-STATUS.
010600
010700     SELECT DUPIN ASSIGN TO DUPIN
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS FUS-DUPIN-STATUS.
011000
011100     SELECT DUPREPT ASSIGN TO DUPREPT
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS FUS-DUPREPT-STATUS.
011400
011500     SELECT VARIN ASSIGN TO VARIN
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS FUS-VARIN-STATUS.
011800
011900     SELECT VARSORT ASSIGN TO SORTWK01.
012000
012100     SELECT VARREPT ASSIGN TO VARREPT
012200         ORGANIZATION IS SEQUENTIAL
012300         FILE STATUS IS FUS-VARREPT-STATUS.
012400
012500     SELECT AUDIN ASSIGN TO AUDIN
012600         ORGANIZATION IS SEQUENTIAL
012700         FILE STATUS IS FUS-AUDIN-STATUS.
012800
012900     SELECT AUDITLOG ASSIGN TO AUDITLOG
013000         ORGANIZATION IS SEQUENTIAL
013100         FILE STATUS IS FUS-AUDITLOG-STATUS.
013200
013300     SELECT FUSREPT ASSIGN TO FUSREPT
013400         ORGANIZATION IS SEQUENTIAL
013500         FILE STATUS IS FUS-FUSREPT-STATUS.
013600
013700 DATA DIVISION.
013800
013900 FILE SECTION.
014000
014100*--------------------------------------------------------------*
014200*    PARTCTL - PLAN DE PARTICIONES QUE DEJO PAR-EXTR.          *
014300*--------------------------------------------------------------*
014400 FD  PARTCTL
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700     COPY PARTREG.
014800
014900*--------------------------------------------------------------*
015000*    TOTFILE - TOTALES DE CAL-TAX DE CADA PARTICION.           *
015100*--------------------------------------------------------------*
015200 FD  TOTFILE
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500     COPY TOTREG.
015600
015700*--------------------------------------------------------------*
015800*    ARCHIVOS DE LAS PARTICIONES (ENTRADA) Y GENERACIONES      *
015900*    FUSIONADAS (SALIDA).  SE COPIAN TAL CUAL: EL LAYOUT ES EL *
016000*    DE CAL-TAX Y NO SE TOCA.                                  *
016100*--------------------------------------------------------------*
016200 FD  OUTIN
016300     RECORDING MODE IS F
016400     LABEL RECORDS ARE STANDARD.
016500 01  OUI-REGISTRO                PIC X(42).
016600
016700 FD  OUTFILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 01  OUT-REGISTRO                PIC X(42).
017100
017200 FD  EXPIN
017300     RECORDING MODE IS F
017400     LABEL RECORDS ARE STANDARD.
017500 01  EXI-REGISTRO                PIC X(82).
017600
017700 FD  EXPFILE
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD.
018000 01  EXP-REGISTRO                PIC X(82).
018100
018200 FD  LIQIN
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500 01  LQI-REGISTRO                PIC X(70).
018600
018700 FD  LIQFILE
018800     RECORDING MODE IS F
018900     LABEL RECORDS ARE STANDARD.
019000 01  LIQ-REGISTRO                PIC X(70).
019100
019200 FD  FRAIN
019300     RECORDING MODE IS F
019400     LABEL RECORDS ARE STANDARD.
019500 01  FRI-REGISTRO                PIC X(40).
019600
019700 FD  FRACFILE
019800     RECORDING MODE IS F
019900     LABEL RECORDS ARE STANDARD.
020000 01  FRA-REGISTRO                PIC X(40).
020100
020200 FD  SUSIN
020300     RECORDING MODE IS F
020400     LABEL RECORDS ARE STANDARD.
020500 01  SUI-REGISTRO                PIC X(60).
020600
020700 FD  SUSPFILE
020800     RECORDING MODE IS F
020900     LABEL RECORDS ARE STANDARD.
021000 01  SUS-REGISTRO                PIC X(60).
021100
021200*--------------------------------------------------------------*
021300*    DUPIN - INFORMES DE DUPLICADOS DE LAS PARTICIONES, CADA   *
021400*    UNO CON SU TITULO Y UNA LINEA EN BLANCO DETRAS; EN EL     *
021500*    FUSIONADO SOLO QUEDA UN TITULO.                           *
021600*--------------------------------------------------------------*
021700 FD  DUPIN
021800     RECORDING MODE IS F
021900     LABEL RECORDS ARE STANDARD.
022000 01  DUI-LINEA.
022100     05 DUI-ROTULO               PIC X(12).
022200         88 DUI-DUPLICADA            VALUE 'DUPLICADA : '.
022300     05 FILLER                   PIC X(120).
022400 01  DUI-LINEA-TITULO.
022500     05 DUI-TITULO               PIC X(35).
022600         88 DUI-ES-TITULO            VALUE
022700             'CAL-TAX - DUPLICADOS EN EL EXTRACTO'.
022800     05 FILLER                   PIC X(97).
022900
023000 FD  DUPREPT
023100     RECORDING MODE IS F
023200     LABEL RECORDS ARE STANDARD.
023300 01  DUP-LINEA                   PIC X(132).
023400
023500*--------------------------------------------------------------*
023600*    VARIN - EXCEPCIONES DE VARIACION SIN ORDENAR DE LAS       *
023700*    PARTICIONES (SU VARWORK).  SE ORDENAN TODAS JUNTAS DE     *
023800*    MAYOR A MENOR VARIACION, COMO EN LA EJECUCION UNICA.      *
023900*--------------------------------------------------------------*
024000 FD  VARIN
024100     RECORDING MODE IS F
024200     LABEL RECORDS ARE STANDARD.
024300 01  VRI-REGISTRO                PIC X(50).
024400
024500 SD  VARSORT.
024600 01  VSR-EXCEPCION-REC.
024700     05 VSR-PCT-ABS              PIC 9(04)V99.
024800     05 VSR-RESTO                PIC X(44).
024900
025000 FD  VARREPT
025100     RECORDING MODE IS F
025200     LABEL RECORDS ARE STANDARD.
025300 01  VRP-LINEA                   PIC X(132).
025400
025500*--------------------------------------------------------------*
025600*    AUDIN - AUDITORIAS DE LAS PARTICIONES; SE ANADEN A LA     *
025700*    AUDITORIA GENERAL (AUDITLOG, DISP=MOD).                   *
025800*--------------------------------------------------------------*
025900 FD  AUDIN
026000     RECORDING MODE IS F
026100     LABEL RECORDS ARE STANDARD.
026200 01  AUI-REGISTRO                PIC X(50).
026300
026400 FD  AUDITLOG
026500     RECORDING MODE IS F
026600     LABEL RECORDS ARE STANDARD.
026700 01  AUD-REGISTRO                PIC X(50).
026800
026900 FD  FUSREPT
027000     RECORDING MODE IS F
027100     LABEL RECORDS ARE STANDARD.
027200 01  FUR-LINEA                   PIC X(132).
027300
027400 WORKING-STORAGE SECTION.
027500
027600 01  FUS-FILE-STATUSES.
027700     05 FUS-PARTCTL-STATUS       PIC X(02) VALUE '00'.
027800     05 FUS-TOTFILE-STATUS       PIC X(02) VALUE '00'.
027900     05 FUS-OUTIN-STATUS         PIC X(02) VALUE '00'.
028000     05 FUS-OUTFILE-STATUS       PIC X(02) VALUE '00'.
028100     05 FUS-EXPIN-STATUS         PIC X(02) VALUE '00'.
028200     05 FUS-EXPFILE-STATUS       PIC X(02) VALUE '00'.
028300     05 FUS-LIQIN-STATUS         PIC X(02) VALUE '00'.
028400     05 FUS-LIQFILE-STATUS       PIC X(02) VALUE '00'.
028500     05 FUS-FRAIN-STATUS         PIC X(02) VALUE '00'.
028600     05 FUS-FRACFILE-STATUS      PIC X(02) VALUE '00'.
028700     05 FUS-SUSIN-STATUS         PIC X(02) VALUE '00'.
028800     05 FUS-SUSPFILE-STATUS      PIC X(02) VALUE '00'.
028900     05 FUS-DUPIN-STATUS         PIC X(02) VALUE '00'.
029000     05 FUS-DUPREPT-STATUS       PIC X(02) VALUE '00'.
029100     05 FUS-VARIN-STATUS         PIC X(02) VALUE '00'.
029200     05 FUS-VARREPT-STATUS       PIC X(02) VALUE '00'.
029300     05 FUS-AUDIN-STATUS         PIC X(02) VALUE '00'.
029400     05 FUS-AUDITLOG-STATUS      PIC X(02) VALUE '00'.
029500     05 FUS-FUSREPT-STATUS       PIC X(02) VALUE '00'.
029600
029700 01  FUS-ERROR-CONTROL.
029800     05 FUS-ERROR-ARCHIVO        PIC X(08).
029900     05 FUS-ERROR-STATUS         PIC X(02).
030000
030100 01  FUS-SWITCHES.
030200     05 FUS-EOF-SW               PIC X(01) VALUE 'N'.
030300         88 FUS-EOF                  VALUE 'Y'.
030400     05 FUS-VSR-EOF-SW           PIC X(01) VALUE 'N'.
030500         88 FUS-VSR-EOF              VALUE 'Y'.
030600     05 FUS-CONTROL-SW           PIC X(01) VALUE 'S'.
030700         88 FUS-CONTROL-VALIDO       VALUE 'S'.
030800         88 FUS-CONTROL-INVALIDO     VALUE 'N'.
030900     05 FUS-TRAS-TITULO-SW       PIC X(01) VALUE 'N'.
031000         88 FUS-TRAS-TITULO          VALUE 'S'.
031100         88 FUS-NO-TRAS-TITULO       VALUE 'N'.
031200
031300*--------------------------------------------------------------*
031400*    FECHA DE PROCESO Y NUMERO DE PARTICIONES, DEL PLAN, Y     *
031500*    COLA DEL EXTRACTO COMPLETO.                               *
031600*--------------------------------------------------------------*
031700 01  FUS-CONTROL.
031800     05 FUS-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
031900     05 FUS-PARTICIONES          PIC 9(02) VALUE ZERO.
032000     05 FUS-PLAN-LEIDOS          PIC 9(05) VALUE ZERO.
032100     05 FUS-EXT-CONTADOR         PIC 9(09) VALUE ZERO.
032200     05 FUS-EXT-HASH             PIC 9(13)V99 VALUE ZERO.
032300     05 FUS-IDX                  PIC 9(02) COMP.
032400     05 FUS-IDX-NUM              PIC 9(02).
032500     05 FUS-OTRO-JUEGO           PIC 9(02) VALUE ZERO.
032600
032700*--------------------------------------------------------------*
032800*    FUS-TABLA-PARTICIONES - PARA CADA PARTICION, SU RANGO Y   *
032900*    SU COLA SEGUN EL PLAN Y LOS TOTALES QUE DEJO CAL-TAX.     *
033000*--------------------------------------------------------------*
033100 01  FUS-TABLA-PARTICIONES.
033200     05 FUS-PARTICION OCCURS 8 TIMES.
033300         10 FUS-PAR-PLAN-SW      PIC X(01).
033400             88 FUS-PAR-EN-PLAN      VALUE 'S'.
033500         10 FUS-PAR-TOT-SW       PIC X(01).
033600             88 FUS-PAR-CON-TOTALES  VALUE 'S'.
033700         10 FUS-PAR-INF          PIC X(09).
033800         10 FUS-PAR-SUP          PIC X(09).
033900         10 FUS-PAR-PLAN-CONTADOR
034000                                 PIC 9(09).
034100         10 FUS-PAR-PLAN-HASH    PIC 9(13)V99.
034200         10 FUS-PAR-CONTADOR     PIC 9(09).
034300         10 FUS-PAR-HASH         PIC 9(13)V99.
034400         10 FUS-PAR-PROCESADOS   PIC 9(09).
034500         10 FUS-PAR-RECHAZADOS   PIC 9(09).
034600         10 FUS-PAR-IMPUESTO-CERO
034700                                 PIC 9(09).
034800         10 FUS-PAR-DUPLICADOS   PIC 9(09).
034900         10 FUS-PAR-CUOTAS       PIC 9(09).
035000         10 FUS-PAR-IMPUESTO     PIC 9(11)V99.
035100         10 FUS-PAR-FRACCIONADO  PIC 9(11)V99.
035200         10 FUS-PAR-MATRIMONIOS  PIC 9(09).
035300         10 FUS-PAR-CONJUNTAS    PIC 9(09).
035400         10 FUS-PAR-RETENIDOS    PIC 9(09).
035500         10 FUS-PAR-VARIACIONES  PIC 9(09).
035600         10 FUS-PAR-VIGENCIA     PIC 9(08).
035700         10 FUS-PAR-UMBRAL       PIC 9(03)V99.
035800         10 FUS-PAR-FECHA-FIN    PIC 9(08).
035900         10 FUS-PAR-HORA-FIN     PIC 9(08).
036000
036100*--------------------------------------------------------------*
036200*    FUS-SUMAS - SUMA DE LAS PARTICIONES: ES EL INFORME DE     *
036300*    CONTROL DE LA NOCHE, COMO SI HUBIERA SIDO UNA SOLA        *
036400*    EJECUCION.                                                *
036500*--------------------------------------------------------------*
036600 01  FUS-SUMAS.
036700     05 FUS-SUM-PLAN-CONTADOR    PIC 9(09) VALUE ZERO.
036800     05 FUS-SUM-CONTADOR         PIC 9(09) VALUE ZERO.
036900     05 FUS-SUM-HASH             PIC 9(13)V99 VALUE ZERO.
037000     05 FUS-SUM-PROCESADOS       PIC 9(09) VALUE ZERO.
037100     05 FUS-SUM-RECHAZADOS       PIC 9(09) VALUE ZERO.
037200     05 FUS-SUM-IMPUESTO-CERO    PIC 9(09) VALUE ZERO.
037300     05 FUS-SUM-DUPLICADOS       PIC 9(09) VALUE ZERO.
037400     05 FUS-SUM-CUOTAS           PIC 9(09) VALUE ZERO.
037500     05 FUS-SUM-IMPUESTO         PIC 9(13)V99 VALUE ZERO.
037600     05 FUS-SUM-FRACCIONADO      PIC 9(13)V99 VALUE ZERO.
037700     05 FUS-SUM-MATRIMONIOS      PIC 9(09) VALUE ZERO.
037800     05 FUS-SUM-CONJUNTAS        PIC 9(09) VALUE ZERO.
037900     05 FUS-SUM-RETENIDOS        PIC 9(09) VALUE ZERO.
038000     05 FUS-SUM-VARIACIONES      PIC 9(09) VALUE ZERO.
038100     05 FUS-SUM-SUSPENSO         PIC 9(09) VALUE ZERO.
038200
038300*--------------------------------------------------------------*
038400*    REGISTROS ESCRITOS EN CADA ARCHIVO FUSIONADO.  EN DUPREPT *
038500*    SE CUENTAN LAS LINEAS 'DUPLICADA : ' Y EN VARREPT LAS     *
038600*    LINEAS DE DETALLE.                                        *
038700*--------------------------------------------------------------*
038800 01  FUS-CONTADORES.
038900     05 FUS-OUT-CONTADOR         PIC 9(09) VALUE ZERO.
039000     05 FUS-EXP-CONTADOR         PIC 9(09) VALUE ZERO.
039100     05 FUS-LIQ-CONTADOR         PIC 9(09) VALUE ZERO.
039200     05 FUS-FRA-CONTADOR         PIC 9(09) VALUE ZERO.
039300     05 FUS-SUS-CONTADOR         PIC 9(09) VALUE ZERO.
039400     05 FUS-DUP-CONTADOR         PIC 9(09) VALUE ZERO.
039500     05 FUS-VAR-CONTADOR         PIC 9(09) VALUE ZERO.
039600     05 FUS-AUD-CONTADOR         PIC 9(09) VALUE ZERO.
039700     05 FUS-DIFERENCIAS          PIC 9(03) VALUE ZERO.
039800
039900*--------------------------------------------------------------*
040000*    COMPROBACION EN CURSO DE UN ARCHIVO FUSIONADO.            *
040100*--------------------------------------------------------------*
040200 01  FUS-COMPROBACION.
040300     05 FUS-CMP-DESCRIPCION      PIC X(40).
040400     05 FUS-CMP-ESPERADO         PIC S9(09).
040500     05 FUS-CMP-OBTENIDO         PIC S9(09).
040600     05 FUS-CMP-DIFERENCIA       PIC S9(09).
040700
040800 01  FUS-RETORNO                 PIC 9(02) VALUE ZERO.
040900
041000*    VISTA DEL REGISTRO DE EXCEPCION QUE DEVUELVE EL ORDEN     *
041100*    (LAYOUT DE VARWORK DE CAL-TAX).                           *
041200 01  FUS-VAR-REGISTRO.
041300     05 VRT-PCT-ABS              PIC 9(04)V99.
041400     05 VRT-PCT-SIGNO            PIC X(01).
041500     05 VRT-TAXPAYER-ID          PIC X(09).
041600     05 VRT-ESTADO               PIC X(01).
041700     05 VRT-INGRESO-ANTERIOR     PIC 9(09)V99.
041800     05 VRT-INGRESO-NUEVO        PIC 9(09)V99.
041900     05 FILLER                   PIC X(11).
042000
042100*--------------------------------------------------------------*
042200*    LINEAS DE LOS INFORMES FUSIONADOS: LAS MISMAS DE CAL-TAX, *
042300*    PARA QUE NADIE TENGA QUE DISTINGUIR UNA NOCHE PARTIDA DE  *
042400*    UNA EJECUCION UNICA.                                      *
042500*--------------------------------------------------------------*
042600 01  VAR-LIN-TITULO.
042700     05 FILLER                   PIC X(45) VALUE
042800         'CAL-TAX - EXCEPCIONES DE VARIACION INTERANUAL'.
042900     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
043000     05 VAR-TIT-FECHA            PIC 9(08).
043100     05 FILLER                   PIC X(11) VALUE ' - UMBRAL: '.
043200     05 VAR-TIT-UMBRAL           PIC ZZ9.99.
043300     05 FILLER                   PIC X(02) VALUE ' %'.
043400     05 FILLER                   PIC X(50) VALUE SPACES.
043500
043600 01  VAR-LIN-CABECERA.
043700     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
043800     05 FILLER                   PIC X(05) VALUE 'E.C. '.
043900     05 FILLER                   PIC X(16) VALUE 'ING. ANTERIOR'.
044000     05 FILLER                   PIC X(16) VALUE 'ING. DECLARADO'.
044100     05 FILLER                   PIC X(83) VALUE 'VARIACION %'.
044200
044300 01  VAR-LIN-DETALLE.
044400     05 VAR-DET-ID               PIC X(09).
044500     05 FILLER                   PIC X(03) VALUE SPACES.
044600     05 VAR-DET-ESTADO           PIC X(01).
044700     05 FILLER                   PIC X(04) VALUE SPACES.
044800     05 VAR-DET-ANTERIOR         PIC ZZZZZZZZ9.99.
044900     05 FILLER                   PIC X(04) VALUE SPACES.
045000     05 VAR-DET-NUEVO            PIC ZZZZZZZZ9.99.
045100     05 FILLER                   PIC X(04) VALUE SPACES.
045200     05 VAR-DET-SIGNO            PIC X(01).
045300     05 VAR-DET-PCT              PIC ZZZ9.99.
045400     05 FILLER                   PIC X(75) VALUE SPACES.
045500
045600 01  VAR-LIN-TOTAL.
045700     05 FILLER                   PIC X(24) VALUE
045800         'TOTAL DE EXCEPCIONES  : '.
045900     05 VAR-TOT-CONTADOR         PIC ZZZZZZZZ9.
046000     05 FILLER                   PIC X(99) VALUE SPACES.
046100
046200 01  DUP-LIN-TITULO.
046300     05 FILLER                   PIC X(45) VALUE
046400         'CAL-TAX - DUPLICADOS EN EL EXTRACTO - FECHA: '.
046500     05 DUP-TIT-FECHA            PIC 9(08).
046600     05 FILLER                   PIC X(79) VALUE SPACES.
046700
046800*--------------------------------------------------------------*
046900*    LINEAS DEL INFORME DE CONTROL COMBINADO (FUSREPT).        *
047000*--------------------------------------------------------------*
047100 01  FUR-LIN-TITULO.
047200     05 FILLER                   PIC X(46) VALUE
047300         'FUS-TAX - INFORME DE CONTROL COMBINADO DE CAL-'.
047400     05 FILLER                   PIC X(23) VALUE
047500         'TAX - FECHA DE PROCESO '.
047600     05 FUR-TIT-FECHA            PIC 9(08).
047700     05 FILLER                   PIC X(16) VALUE
047800         ' - PARTICIONES: '.
047900     05 FUR-TIT-PARTICIONES      PIC Z9.
048000     05 FILLER                   PIC X(37) VALUE SPACES.
048100
048200 01  FUR-LIN-SECCION.
048300     05 FUR-SEC-TITULO           PIC X(60).
048400     05 FILLER                   PIC X(72) VALUE SPACES.
048500
048600 01  FUR-LIN-CAB-CONTADORES.
048700     05 FILLER                   PIC X(27) VALUE
048800         'PART. DESDE(EX)  HASTA'.
048900     05 FILLER                   PIC X(30) VALUE
049000         ' REGISTROS PROCESAD. RECHAZAD.'.
049100     05 FILLER                   PIC X(30) VALUE
049200         ' SIN IMPTO DUPLICAD. MATRIMON.'.
049300     05 FILLER                   PIC X(30) VALUE
049400         ' CONJUNTAS RETENIDOS VARIACION'.
049500     05 FILLER                   PIC X(15) VALUE SPACES.
049600
049700 01  FUR-LIN-CONTADORES.
049800     05 FUR-CNT-ROTULO           PIC X(05).
049900     05 FILLER                   PIC X(01) VALUE SPACES.
050000     05 FUR-CNT-INF              PIC X(09).
050100     05 FILLER                   PIC X(02) VALUE SPACES.
050200     05 FUR-CNT-SUP              PIC X(09).
050300     05 FILLER                   PIC X(02) VALUE SPACES.
050400     05 FUR-CNT-REGISTROS        PIC ZZZZZZZZ9.
050500     05 FILLER                   PIC X(01) VALUE SPACES.
050600     05 FUR-CNT-PROCESADOS       PIC ZZZZZZZZ9.
050700     05 FILLER                   PIC X(01) VALUE SPACES.
050800     05 FUR-CNT-RECHAZADOS       PIC ZZZZZZZZ9.
050900     05 FILLER                   PIC X(01) VALUE SPACES.
051000     05 FUR-CNT-IMPUESTO-CERO    PIC ZZZZZZZZ9.
051100     05 FILLER                   PIC X(01) VALUE SPACES.
051200     05 FUR-CNT-DUPLICADOS       PIC ZZZZZZZZ9.
051300     05 FILLER                   PIC X(01) VALUE SPACES.
051400     05 FUR-CNT-MATRIMONIOS      PIC ZZZZZZZZ9.
051500     05 FILLER                   PIC X(01) VALUE SPACES.
051600     05 FUR-CNT-CONJUNTAS        PIC ZZZZZZZZ9.
051700     05 FILLER                   PIC X(01) VALUE SPACES.
051800     05 FUR-CNT-RETENIDOS        PIC ZZZZZZZZ9.
051900     05 FILLER                   PIC X(01) VALUE SPACES.
052000     05 FUR-CNT-VARIACIONES      PIC ZZZZZZZZ9.
052100     05 FILLER                   PIC X(15) VALUE SPACES.
052200
052300 01  FUR-LIN-CAB-IMPORTES.
052400     05 FILLER                   PIC X(40) VALUE
052500         'PART.    TOTAL CONTROL    IMPUESTO TOTAL'.
052600     05 FILLER                   PIC X(41) VALUE
052700         '     CUOTAS       FRACCIONADO  PARAM.VG  '.
052800     05 FILLER                   PIC X(51) VALUE
052900         'FIN DE LA PARTICION'.
053000
053100 01  FUR-LIN-IMPORTES.
053200     05 FUR-IMP-ROTULO           PIC X(05).
053300     05 FILLER                   PIC X(01) VALUE SPACES.
053400     05 FUR-IMP-HASH             PIC Z(12)9.99.
053500     05 FILLER                   PIC X(02) VALUE SPACES.
053600     05 FUR-IMP-IMPUESTO         PIC Z(12)9.99.
053700     05 FILLER                   PIC X(02) VALUE SPACES.
053800     05 FUR-IMP-CUOTAS           PIC ZZZZZZZZ9.
053900     05 FILLER                   PIC X(02) VALUE SPACES.
054000     05 FUR-IMP-FRACCIONADO      PIC Z(12)9.99.
054100     05 FILLER                   PIC X(02) VALUE SPACES.
054200     05 FUR-IMP-VIGENCIA         PIC X(08).
054300     05 FILLER                   PIC X(02) VALUE SPACES.
054400     05 FUR-IMP-FECHA-FIN        PIC X(08).
054500     05 FILLER                   PIC X(01) VALUE SPACES.
054600     05 FUR-IMP-HORA-FIN         PIC X(08).
054700     05 FILLER                   PIC X(34) VALUE SPACES.
054800
054900 01  FUR-LIN-EXTRACTO.
055000     05 FUR-EXT-ROTULO           PIC X(40).
055100     05 FILLER                   PIC X(03) VALUE SPACES.
055200     05 FUR-EXT-CONTADOR         PIC ZZZZZZZZ9.
055300     05 FILLER                   PIC X(03) VALUE SPACES.
055400     05 FUR-EXT-HASH             PIC Z(12)9.99.
055500     05 FILLER                   PIC X(61) VALUE SPACES.
055600
055700 01  FUR-LIN-CAB-ARCHIVOS.
055800     05 FILLER                   PIC X(40) VALUE
055900         'ARCHIVO FUSIONADO'.
056000     05 FILLER                   PIC X(12) VALUE '   REGISTROS'.
056100     05 FILLER                   PIC X(12) VALUE '  SUMA PART.'.
056200     05 FILLER                   PIC X(13) VALUE '   DIFERENCIA'.
056300     05 FILLER                   PIC X(55) VALUE '  RESULTADO'.
056400
056500 01  FUR-LIN-ARCHIVO.
056600     05 FUR-ARC-DESCRIPCION      PIC X(40).
056700     05 FILLER                   PIC X(03) VALUE SPACES.
056800     05 FUR-ARC-OBTENIDO         PIC ZZZZZZZZ9.
056900     05 FILLER                   PIC X(03) VALUE SPACES.
057000     05 FUR-ARC-ESPERADO         PIC ZZZZZZZZ9.
057100     05 FILLER                   PIC X(03) VALUE SPACES.
057200     05 FUR-ARC-DIFERENCIA       PIC -ZZZZZZZZ9.
057300     05 FILLER                   PIC X(02) VALUE SPACES.
057400     05 FUR-ARC-RESULTADO        PIC X(10).
057500     05 FILLER                   PIC X(43) VALUE SPACES.
057600
057700 01  FUR-LIN-RESULTADO.
057800     05 FILLER                   PIC X(12) VALUE 'RESULTADO : '.
057900     05 FUR-RES-TEXTO            PIC X(60).
058000     05 FUR-RES-DETALLE          PIC X(60).
058100
058200 PROCEDURE DIVISION.
058300
058400 MAIN-PROCEDURE.
058500
058600     PERFORM INICIO.
058700
058800     PERFORM CARGA-PLAN.
058900     PERFORM CARGA-TOTALES.
059000
059100     PERFORM COPIA-RESULTADOS.
059200     PERFORM COPIA-EXPORTACION.
059300     PERFORM COPIA-LIQUIDACIONES.
059400     PERFORM COPIA-FRACCIONADO.
059500     PERFORM COPIA-SUSPENSO.
059600     PERFORM FUNDE-DUPLICADOS.
059700     PERFORM GENERA-INFORME-VARIACION.
059800
059900*    LA AUDITORIA SE ANADE LA ULTIMA, CUANDO TODO LO DEMAS YA  *
060000*    SE HA FUSIONADO: ES LA UNICA SALIDA QUE NO ES UNA         *
060100*    GENERACION NUEVA Y UN REINICIO LA DUPLICARIA.             *
060200     PERFORM ANADE-AUDITORIA.
060300
060400     PERFORM IMPRIME-CONTROL.
060500
060600     PERFORM FIN.
060700
060800 INICIO.
060900
061000     DISPLAY 'FUS-TAX - FUSION DE LA LIQUIDACION POR PARTICIONES'.
061100
061200     MOVE SPACES TO FUS-TABLA-PARTICIONES.
061300
061400*--------------------------------------------------------------*
061500*    CARGA-PLAN - EL PLAN DEBE TRAER UN REGISTRO POR           *
061600*    PARTICION, TODOS DE LA MISMA FECHA Y CON EL MISMO NUMERO  *
061700*    DE PARTICIONES, Y SUS CONTADORES DEBEN SUMAR LA COLA DEL  *
061800*    EXTRACTO COMPLETO.                                        *
061900*--------------------------------------------------------------*
062000 CARGA-PLAN.
062100
062200     OPEN INPUT PARTCTL.
062300     MOVE 'PARTCTL ' TO FUS-ERROR-ARCHIVO.
062400     MOVE FUS-PARTCTL-STATUS TO FUS-ERROR-STATUS.
062500     PERFORM VERIFICA-ESTADO-ARCHIVO.
062600
062700     MOVE 'N' TO FUS-EOF-SW.
062800     PERFORM LEE-PLAN
062900         UNTIL FUS-EOF.
063000
063100     CLOSE PARTCTL.
063200
063300     IF FUS-PLAN-LEIDOS = 0
063400         DISPLAY '*** PLAN DE PARTICIONES VACIO'
063500         SET FUS-CONTROL-INVALIDO TO TRUE
063600     ELSE
063700         IF FUS-PLAN-LEIDOS NOT = FUS-PARTICIONES
063800             DISPLAY '*** EL PLAN TRAE ' FUS-PLAN-LEIDOS
063900                 ' REGISTROS PARA ' FUS-PARTICIONES ' PARTICIONES'
064000             SET FUS-CONTROL-INVALIDO TO TRUE
064100         END-IF
064200     END-IF.
064300
064400     IF FUS-CONTROL-VALIDO
064500         AND FUS-SUM-PLAN-CONTADOR NOT = FUS-EXT-CONTADOR
064600         DISPLAY '*** LAS PARTICIONES DEL PLAN SUMAN '
064700             FUS-SUM-PLAN-CONTADOR ' REGISTROS Y EL EXTRACTO '
064800             FUS-EXT-CONTADOR
064900         SET FUS-CONTROL-INVALIDO TO TRUE
065000     END-IF.
065100
065200     IF FUS-CONTROL-INVALIDO
065300         MOVE 16 TO RETURN-CODE
065400         STOP RUN
065500     END-IF.
065600
065700     DISPLAY 'FECHA DE PROCESO   : ' FUS-FECHA-PROCESO.
065800     DISPLAY 'PARTICIONES        : ' FUS-PARTICIONES.
065900
066000 LEE-PLAN.
066100
066200     READ PARTCTL
066300         AT END
066400             SET FUS-EOF TO TRUE
066500         NOT AT END
066600             ADD 1 TO FUS-PLAN-LEIDOS
066700             PERFORM VALIDA-PLAN
066800     END-READ.
066900
067000 VALIDA-PLAN.
067100
067200     IF FUS-PLAN-LEIDOS = 1
067300         MOVE PRT-FECHA-PROCESO TO FUS-FECHA-PROCESO
067400         MOVE PRT-PARTICIONES   TO FUS-PARTICIONES
067500         MOVE PRT-EXT-CONTADOR  TO FUS-EXT-CONTADOR
067600         MOVE PRT-EXT-HASH      TO FUS-EXT-HASH
067700         IF FUS-PARTICIONES < 1 OR FUS-PARTICIONES > 8
067800             DISPLAY '*** NUMERO DE PARTICIONES INVALIDO EN EL '
067900                 'PLAN: ' PRT-PARTICIONES
068000             MOVE 16 TO RETURN-CODE
068100             STOP RUN
068200         END-IF
068300     END-IF.
068400
068500     IF PRT-FECHA-PROCESO NOT = FUS-FECHA-PROCESO
068600         OR PRT-PARTICIONES NOT = FUS-PARTICIONES
068700         OR PRT-PARTICION < 1
068800         OR PRT-PARTICION > FUS-PARTICIONES
068900         DISPLAY '*** REGISTRO DEL PLAN INCOHERENTE - PARTICION '
069000             PRT-PARTICION ' DE ' PRT-PARTICIONES ' FECHA '
069100             PRT-FECHA-PROCESO
069200         SET FUS-CONTROL-INVALIDO TO TRUE
069300     ELSE
069400         MOVE PRT-PARTICION TO FUS-IDX
069500         IF FUS-PAR-EN-PLAN (FUS-IDX)
069600             DISPLAY '*** PARTICION REPETIDA EN EL PLAN: '
069700                 PRT-PARTICION
069800             SET FUS-CONTROL-INVALIDO TO TRUE
069900         ELSE
070000             SET FUS-PAR-EN-PLAN (FUS-IDX) TO TRUE
070100             MOVE PRT-LIMITE-INF TO FUS-PAR-INF (FUS-IDX)
070200             MOVE PRT-LIMITE-SUP TO FUS-PAR-SUP (FUS-IDX)
070300             MOVE PRT-CONTADOR TO FUS-PAR-PLAN-CONTADOR (FUS-IDX)
070400             MOVE PRT-HASH TO FUS-PAR-PLAN-HASH (FUS-IDX)
070500             ADD PRT-CONTADOR TO FUS-SUM-PLAN-CONTADOR
070600         END-IF
070700     END-IF.
070800
070900*--------------------------------------------------------------*
071000*    CARGA-TOTALES - CADA PARTICION DEL PLAN DEBE HABER DEJADO *
071100*    UN REGISTRO DE TOTALES DE LA MISMA FECHA DE PROCESO, Y LA *
071200*    COLA QUE LIQUIDO DEBE SER LA QUE LE ESCRIBIO PAR-EXTR.    *
071300*    UNA PARTICION QUE ABORTO NO HA REESCRITO SUS TOTALES Y    *
071400*    CONSERVA LOS DE LA NOCHE ANTERIOR: SE DETECTA POR LA      *
071500*    FECHA Y NO SE FUSIONA NADA HASTA QUE SE REINICIE.         *
071600*--------------------------------------------------------------*
071700 CARGA-TOTALES.
071800
071900     OPEN INPUT TOTFILE.
072000     MOVE 'TOTFILE ' TO FUS-ERROR-ARCHIVO.
072100     MOVE FUS-TOTFILE-STATUS TO FUS-ERROR-STATUS.
072200     PERFORM VERIFICA-ESTADO-ARCHIVO.
072300
072400     MOVE 'N' TO FUS-EOF-SW.
072500     PERFORM LEE-TOTALES
072600         UNTIL FUS-EOF.
072700
072800     CLOSE TOTFILE.
072900
073000     PERFORM VERIFICA-PARTICION
073100         VARYING FUS-IDX FROM 1 BY 1
073200         UNTIL FUS-IDX > FUS-PARTICIONES.
073300
073400     IF FUS-CONTROL-INVALIDO
073500         DISPLAY '*** NO SE FUSIONA: FALTAN PARTICIONES POR '
073600             'TERMINAR O NO CUADRAN CON EL PLAN'
073700         MOVE 16 TO RETURN-CODE
073800         STOP RUN
073900     END-IF.
074000
074100     PERFORM SUMA-PARTICION
074200         VARYING FUS-IDX FROM 1 BY 1
074300         UNTIL FUS-IDX > FUS-PARTICIONES.
074400
074500*    EL SUSPENSO RECIBE LOS RECHAZOS Y LOS CASADOS RETENIDOS   *
074600*    SIN CONYUGE.                                              *
074700     COMPUTE FUS-SUM-SUSPENSO = FUS-SUM-RECHAZADOS
074800                              + FUS-SUM-RETENIDOS.
074900
075000 LEE-TOTALES.
075100
075200     READ TOTFILE
075300         AT END
075400             SET FUS-EOF TO TRUE
075500         NOT AT END
075600             PERFORM VALIDA-TOTALES
075700     END-READ.
075800
075900 VALIDA-TOTALES.
076000
076100     IF TOT-FECHA-PROCESO NOT = FUS-FECHA-PROCESO
076200         DISPLAY '*** TOTALES DE OTRA FECHA - PARTICION '
076300             TOT-PARTICION ' FECHA ' TOT-FECHA-PROCESO
076400         SET FUS-CONTROL-INVALIDO TO TRUE
076500     ELSE
076600         IF TOT-PARTICIONES NOT = FUS-PARTICIONES
076700             OR TOT-PARTICION < 1
076800             OR TOT-PARTICION > FUS-PARTICIONES
076900             DISPLAY '*** TOTALES DE UNA PARTICION QUE NO ES DEL '
077000                 'PLAN: ' TOT-PARTICION ' DE ' TOT-PARTICIONES
077100             SET FUS-CONTROL-INVALIDO TO TRUE
077200         ELSE
077300             MOVE TOT-PARTICION TO FUS-IDX
077400             IF FUS-PAR-CON-TOTALES (FUS-IDX)
077500                 DISPLAY '*** TOTALES REPETIDOS DE LA PARTICION '
077600                     TOT-PARTICION
077700                 SET FUS-CONTROL-INVALIDO TO TRUE
077800             ELSE
077900                 PERFORM GUARDA-TOTALES
078000             END-IF
078100         END-IF
078200     END-IF.
078300
078400 GUARDA-TOTALES.
078500
078600     SET FUS-PAR-CON-TOTALES (FUS-IDX) TO TRUE.
078700     MOVE TOT-COLA-CONTADOR TO FUS-PAR-CONTADOR (FUS-IDX).
078800     MOVE TOT-COLA-HASH     TO FUS-PAR-HASH (FUS-IDX).
078900     MOVE TOT-PROCESADOS    TO FUS-PAR-PROCESADOS (FUS-IDX).
079000     MOVE TOT-RECHAZADOS    TO FUS-PAR-RECHAZADOS (FUS-IDX).
079100     MOVE TOT-IMPUESTO-CERO TO FUS-PAR-IMPUESTO-CERO (FUS-IDX).
079200     MOVE TOT-DUPLICADOS    TO FUS-PAR-DUPLICADOS (FUS-IDX).
079300     MOVE TOT-CUOTAS        TO FUS-PAR-CUOTAS (FUS-IDX).
079400     MOVE TOT-IMPUESTO      TO FUS-PAR-IMPUESTO (FUS-IDX).
079500     MOVE TOT-FRACCIONADO   TO FUS-PAR-FRACCIONADO (FUS-IDX).
079600     MOVE TOT-MATRIMONIOS   TO FUS-PAR-MATRIMONIOS (FUS-IDX).
079700     MOVE TOT-CONJUNTAS     TO FUS-PAR-CONJUNTAS (FUS-IDX).
079800     MOVE TOT-RETENIDOS     TO FUS-PAR-RETENIDOS (FUS-IDX).
079900     MOVE TOT-VARIACIONES   TO FUS-PAR-VARIACIONES (FUS-IDX).
080000     MOVE TOT-PRM-VIGENCIA  TO FUS-PAR-VIGENCIA (FUS-IDX).
080100     MOVE TOT-UMBRAL-VARIACION
080200                            TO FUS-PAR-UMBRAL (FUS-IDX).
080300     MOVE TOT-FECHA-FIN     TO FUS-PAR-FECHA-FIN (FUS-IDX).
080400     MOVE TOT-HORA-FIN      TO FUS-PAR-HORA-FIN (FUS-IDX).
080500
080600*--------------------------------------------------------------*
080700*    VERIFICA-PARTICION - LA PARTICION FUS-IDX TIENE TOTALES   *
080800*    DE HOY Y LIQUIDO EXACTAMENTE EL EXTRACTO DEL PLAN.        *
080900*--------------------------------------------------------------*
081000 VERIFICA-PARTICION.
081100
081200     MOVE FUS-IDX TO FUS-IDX-NUM.
081300
081400     IF NOT FUS-PAR-CON-TOTALES (FUS-IDX)
081500         DISPLAY '*** FALTAN LOS TOTALES DE LA PARTICION '
081600             FUS-IDX-NUM ' - NO HA TERMINADO BIEN'
081700         SET FUS-CONTROL-INVALIDO TO TRUE
081800     ELSE
081900         IF FUS-PAR-CONTADOR (FUS-IDX)
082000                 NOT = FUS-PAR-PLAN-CONTADOR (FUS-IDX)
082100             OR FUS-PAR-HASH (FUS-IDX)
082200                 NOT = FUS-PAR-PLAN-HASH (FUS-IDX)
082300             DISPLAY '*** LA PARTICION ' FUS-IDX-NUM
082400                 ' NO LIQUIDO EL EXTRACTO DEL PLAN'
082500             DISPLAY '*** REGISTROS PLAN : '
082600                 FUS-PAR-PLAN-CONTADOR (FUS-IDX)
082700             DISPLAY '*** REGISTROS COLA : '
082800                 FUS-PAR-CONTADOR (FUS-IDX)
082900             SET FUS-CONTROL-INVALIDO TO TRUE
083000         END-IF
083100     END-IF.
083200
083300*--------------------------------------------------------------*
083400*    SUMA-PARTICION - ACUMULA LAS CIFRAS DE LA PARTICION       *
083500*    FUS-IDX Y CUENTA LAS LIQUIDADAS CON UN JUEGO DE           *
083600*    PARAMETROS DISTINTO DEL DE LA PRIMERA.                    *
083700*--------------------------------------------------------------*
083800 SUMA-PARTICION.
083900
084000     ADD FUS-PAR-CONTADOR (FUS-IDX)     TO FUS-SUM-CONTADOR.
084100     ADD FUS-PAR-HASH (FUS-IDX)         TO FUS-SUM-HASH.
084200     ADD FUS-PAR-PROCESADOS (FUS-IDX)   TO FUS-SUM-PROCESADOS.
084300     ADD FUS-PAR-RECHAZADOS (FUS-IDX)   TO FUS-SUM-RECHAZADOS.
084400     ADD FUS-PAR-IMPUESTO-CERO (FUS-IDX)
084500                                     TO FUS-SUM-IMPUESTO-CERO.
084600     ADD FUS-PAR-DUPLICADOS (FUS-IDX)   TO FUS-SUM-DUPLICADOS.
084700     ADD FUS-PAR-CUOTAS (FUS-IDX)       TO FUS-SUM-CUOTAS.
084800     ADD FUS-PAR-IMPUESTO (FUS-IDX)     TO FUS-SUM-IMPUESTO.
084900     ADD FUS-PAR-FRACCIONADO (FUS-IDX)  TO FUS-SUM-FRACCIONADO.
085000     ADD FUS-PAR-MATRIMONIOS (FUS-IDX)  TO FUS-SUM-MATRIMONIOS.
085100     ADD FUS-PAR-CONJUNTAS (FUS-IDX)    TO FUS-SUM-CONJUNTAS.
085200     ADD FUS-PAR-RETENIDOS (FUS-IDX)    TO FUS-SUM-RETENIDOS.
085300     ADD FUS-PAR-VARIACIONES (FUS-IDX)  TO FUS-SUM-VARIACIONES.
085400
085500     IF FUS-PAR-VIGENCIA (FUS-IDX) NOT = FUS-PAR-VIGENCIA (1)
085600         ADD 1 TO FUS-OTRO-JUEGO
085700     END-IF.
085800
085900*--------------------------------------------------------------*
086000*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA  *
086100*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.   *
086200*--------------------------------------------------------------*
086300 VERIFICA-ESTADO-ARCHIVO.
086400
086500     IF FUS-ERROR-STATUS NOT = '00'
086600         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' FUS-ERROR-ARCHIVO
086700         DISPLAY '*** FILE STATUS            : ' FUS-ERROR-STATUS
086800         MOVE 16 TO RETURN-CODE
086900         STOP RUN
087000     END-IF.
087100
087200*--------------------------------------------------------------*
087300*    COPIA-RESULTADOS ... COPIA-SUSPENSO - CADA ARCHIVO DE LAS *
087400*    PARTICIONES, CONCATENADO EN ORDEN DE PARTICION, PASA TAL  *
087500*    CUAL A SU GENERACION FUSIONADA, CONTANDO LOS REGISTROS.   *
087600*--------------------------------------------------------------*
087700 COPIA-RESULTADOS.
087800
087900     OPEN INPUT OUTIN.
088000     MOVE 'OUTIN   ' TO FUS-ERROR-ARCHIVO.
088100     MOVE FUS-OUTIN-STATUS TO FUS-ERROR-STATUS.
088200     PERFORM VERIFICA-ESTADO-ARCHIVO.
088300     OPEN OUTPUT OUTFILE.
088400     MOVE 'OUTFILE ' TO FUS-ERROR-ARCHIVO.
088500     MOVE FUS-OUTFILE-STATUS TO FUS-ERROR-STATUS.
088600     PERFORM VERIFICA-ESTADO-ARCHIVO.
088700
088800     MOVE 'N' TO FUS-EOF-SW.
088900     PERFORM COPIA-RESULTADO
089000         UNTIL FUS-EOF.
089100
089200     CLOSE OUTIN.
089300     CLOSE OUTFILE.
089400
089500 COPIA-RESULTADO.
089600
089700     READ OUTIN
089800         AT END
089900             SET FUS-EOF TO TRUE
090000         NOT AT END
090100             WRITE OUT-REGISTRO FROM OUI-REGISTRO
090200             MOVE 'OUTFILE ' TO FUS-ERROR-ARCHIVO
090300             MOVE FUS-OUTFILE-STATUS TO FUS-ERROR-STATUS
090400             PERFORM VERIFICA-ESTADO-ARCHIVO
090500             ADD 1 TO FUS-OUT-CONTADOR
090600     END-READ.
090700
090800 COPIA-EXPORTACION.
090900
091000     OPEN INPUT EXPIN.
091100     MOVE 'EXPIN   ' TO FUS-ERROR-ARCHIVO.
091200     MOVE FUS-EXPIN-STATUS TO FUS-ERROR-STATUS.
091300     PERFORM VERIFICA-ESTADO-ARCHIVO.
091400     OPEN OUTPUT EXPFILE.
091500     MOVE 'EXPFILE ' TO FUS-ERROR-ARCHIVO.
091600     MOVE FUS-EXPFILE-STATUS TO FUS-ERROR-STATUS.
091700     PERFORM VERIFICA-ESTADO-ARCHIVO.
091800
091900     MOVE 'N' TO FUS-EOF-SW.
092000     PERFORM COPIA-UNA-EXPORTACION
092100         UNTIL FUS-EOF.
092200
092300     CLOSE EXPIN.
092400     CLOSE EXPFILE.
092500
092600 COPIA-UNA-EXPORTACION.
092700
092800     READ EXPIN
092900         AT END
093000             SET FUS-EOF TO TRUE
093100         NOT AT END
093200             WRITE EXP-REGISTRO FROM EXI-REGISTRO
093300             MOVE 'EXPFILE ' TO FUS-ERROR-ARCHIVO
093400             MOVE FUS-EXPFILE-STATUS TO FUS-ERROR-STATUS
093500             PERFORM VERIFICA-ESTADO-ARCHIVO
093600             ADD 1 TO FUS-EXP-CONTADOR
093700     END-READ.
093800
093900 COPIA-LIQUIDACIONES.
094000
094100     OPEN INPUT LIQIN.
094200     MOVE 'LIQIN   ' TO FUS-ERROR-ARCHIVO.
094300     MOVE FUS-LIQIN-STATUS TO FUS-ERROR-STATUS.
094400     PERFORM VERIFICA-ESTADO-ARCHIVO.
094500     OPEN OUTPUT LIQFILE.
094600     MOVE 'LIQFILE ' TO FUS-ERROR-ARCHIVO.
094700     MOVE FUS-LIQFILE-STATUS TO FUS-ERROR-STATUS.
094800     PERFORM VERIFICA-ESTADO-ARCHIVO.
094900
095000     MOVE 'N' TO FUS-EOF-SW.
095100     PERFORM COPIA-LIQUIDACION
095200         UNTIL FUS-EOF.
095300
095400     CLOSE LIQIN.
095500     CLOSE LIQFILE.
095600
095700 COPIA-LIQUIDACION.
095800
095900     READ LIQIN
096000         AT END
096100             SET FUS-EOF TO TRUE
096200         NOT AT END
096300             WRITE LIQ-REGISTRO FROM LQI-REGISTRO
096400             MOVE 'LIQFILE ' TO FUS-ERROR-ARCHIVO
096500             MOVE FUS-LIQFILE-STATUS TO FUS-ERROR-STATUS
096600             PERFORM VERIFICA-ESTADO-ARCHIVO
096700             ADD 1 TO FUS-LIQ-CONTADOR
096800     END-READ.
096900
097000 COPIA-FRACCIONADO.
097100
097200     OPEN INPUT FRAIN.
097300     MOVE 'FRAIN   ' TO FUS-ERROR-ARCHIVO.
097400     MOVE FUS-FRAIN-STATUS TO FUS-ERROR-STATUS.
097500     PERFORM VERIFICA-ESTADO-ARCHIVO.
097600     OPEN OUTPUT FRACFILE.
097700     MOVE 'FRACFILE' TO FUS-ERROR-ARCHIVO.
097800     MOVE FUS-FRACFILE-STATUS TO FUS-ERROR-STATUS.
097900     PERFORM VERIFICA-ESTADO-ARCHIVO.
098000
098100     MOVE 'N' TO FUS-EOF-SW.
098200     PERFORM COPIA-CUOTA
098300         UNTIL FUS-EOF.
098400
098500     CLOSE FRAIN.
098600     CLOSE FRACFILE.
098700
098800 COPIA-CUOTA.
098900
099000     READ FRAIN
099100         AT END
099200             SET FUS-EOF TO TRUE
099300         NOT AT END
099400             WRITE FRA-REGISTRO FROM FRI-REGISTRO
099500             MOVE 'FRACFILE' TO FUS-ERROR-ARCHIVO
099600             MOVE FUS-FRACFILE-STATUS TO FUS-ERROR-STATUS
099700             PERFORM VERIFICA-ESTADO-ARCHIVO
099800             ADD 1 TO FUS-FRA-CONTADOR
099900     END-READ.
100000
100100 COPIA-SUSPENSO.
100200
100300     OPEN INPUT SUSIN.
100400     MOVE 'SUSIN   ' TO FUS-ERROR-ARCHIVO.
100500     MOVE FUS-SUSIN-STATUS TO FUS-ERROR-STATUS.
100600     PERFORM VERIFICA-ESTADO-ARCHIVO.
100700     OPEN OUTPUT SUSPFILE.
100800     MOVE 'SUSPFILE' TO FUS-ERROR-ARCHIVO.
100900     MOVE FUS-SUSPFILE-STATUS TO FUS-ERROR-STATUS.
101000     PERFORM VERIFICA-ESTADO-ARCHIVO.
101100
101200     MOVE 'N' TO FUS-EOF-SW.
101300     PERFORM COPIA-UN-SUSPENSO
101400         UNTIL FUS-EOF.
101500
101600     CLOSE SUSIN.
101700     CLOSE SUSPFILE.
101800
101900 COPIA-UN-SUSPENSO.
102000
102100     READ SUSIN
102200         AT END
102300             SET FUS-EOF TO TRUE
102400         NOT AT END
102500             WRITE SUS-REGISTRO FROM SUI-REGISTRO
102600             MOVE 'SUSPFILE' TO FUS-ERROR-ARCHIVO
102700             MOVE FUS-SUSPFILE-STATUS TO FUS-ERROR-STATUS
102800             PERFORM VERIFICA-ESTADO-ARCHIVO
102900             ADD 1 TO FUS-SUS-CONTADOR
103000     END-READ.
103100
103200*--------------------------------------------------------------*
103300*    FUNDE-DUPLICADOS - UN SOLO TITULO CON LA FECHA DE         *
103400*    PROCESO; DE CADA PARTICION SE DESCARTAN SU TITULO Y LA    *
103500*    LINEA EN BLANCO QUE LO SIGUE, Y EL RESTO PASA TAL CUAL.   *
103600*--------------------------------------------------------------*
103700 FUNDE-DUPLICADOS.
103800
103900     OPEN INPUT DUPIN.
104000     MOVE 'DUPIN   ' TO FUS-ERROR-ARCHIVO.
104100     MOVE FUS-DUPIN-STATUS TO FUS-ERROR-STATUS.
104200     PERFORM VERIFICA-ESTADO-ARCHIVO.
104300     OPEN OUTPUT DUPREPT.
104400     MOVE 'DUPREPT ' TO FUS-ERROR-ARCHIVO.
104500     MOVE FUS-DUPREPT-STATUS TO FUS-ERROR-STATUS.
104600     PERFORM VERIFICA-ESTADO-ARCHIVO.
104700
104800     MOVE FUS-FECHA-PROCESO TO DUP-TIT-FECHA.
104900     MOVE DUP-LIN-TITULO TO DUP-LINEA.
105000     PERFORM ESCRIBE-LINEA-DUPREPT.
105100     MOVE SPACES TO DUP-LINEA.
105200     PERFORM ESCRIBE-LINEA-DUPREPT.
105300
105400     MOVE 'N' TO FUS-EOF-SW.
105500     PERFORM FUNDE-LINEA-DUPLICADO
105600         UNTIL FUS-EOF.
105700
105800     CLOSE DUPIN.
105900     CLOSE DUPREPT.
106000
106100 FUNDE-LINEA-DUPLICADO.
106200
106300     READ DUPIN
106400         AT END
106500             SET FUS-EOF TO TRUE
106600     END-READ.
106700
106800     IF NOT FUS-EOF
106900         IF DUI-ES-TITULO
107000             SET FUS-TRAS-TITULO TO TRUE
107100         ELSE
107200             IF FUS-TRAS-TITULO AND DUI-LINEA = SPACES
107300                 SET FUS-NO-TRAS-TITULO TO TRUE
107400             ELSE
107500                 SET FUS-NO-TRAS-TITULO TO TRUE
107600                 IF DUI-DUPLICADA
107700                     ADD 1 TO FUS-DUP-CONTADOR
107800                 END-IF
107900                 MOVE DUI-LINEA TO DUP-LINEA
108000                 PERFORM ESCRIBE-LINEA-DUPREPT
108100             END-IF
108200         END-IF
108300     END-IF.
108400
108500 ESCRIBE-LINEA-DUPREPT.
108600
108700     WRITE DUP-LINEA.
108800     MOVE 'DUPREPT ' TO FUS-ERROR-ARCHIVO.
108900     MOVE FUS-DUPREPT-STATUS TO FUS-ERROR-STATUS.
109000     PERFORM VERIFICA-ESTADO-ARCHIVO.
109100
109200*--------------------------------------------------------------*
109300*    GENERA-INFORME-VARIACION - EL MISMO INFORME QUE EDITA     *
109400*    CAL-TAX, SOBRE LAS EXCEPCIONES DE TODAS LAS PARTICIONES   *
109500*    ORDENADAS JUNTAS.  EL UMBRAL DEL TITULO ES EL DEL JUEGO   *
109600*    DE PARAMETROS DE LA PRIMERA PARTICION.                    *
109700*--------------------------------------------------------------*
109800 GENERA-INFORME-VARIACION.
109900
110000     OPEN OUTPUT VARREPT.
110100     MOVE 'VARREPT ' TO FUS-ERROR-ARCHIVO.
110200     MOVE FUS-VARREPT-STATUS TO FUS-ERROR-STATUS.
110300     PERFORM VERIFICA-ESTADO-ARCHIVO.
110400
110500     MOVE FUS-FECHA-PROCESO  TO VAR-TIT-FECHA.
110600     MOVE FUS-PAR-UMBRAL (1) TO VAR-TIT-UMBRAL.
110700     MOVE VAR-LIN-TITULO TO VRP-LINEA.
110800     PERFORM ESCRIBE-LINEA-VARREPT.
110900     MOVE SPACES TO VRP-LINEA.
111000     PERFORM ESCRIBE-LINEA-VARREPT.
111100     MOVE VAR-LIN-CABECERA TO VRP-LINEA.
111200     PERFORM ESCRIBE-LINEA-VARREPT.
111300     MOVE SPACES TO VRP-LINEA.
111400     PERFORM ESCRIBE-LINEA-VARREPT.
111500
111600     SORT VARSORT
111700         ON DESCENDING KEY VSR-PCT-ABS
111800         USING VARIN
111900         OUTPUT PROCEDURE IS EDITA-VARIACIONES.
112000
112100     MOVE SPACES TO VRP-LINEA.
112200     PERFORM ESCRIBE-LINEA-VARREPT.
112300     MOVE FUS-VAR-CONTADOR TO VAR-TOT-CONTADOR.
112400     MOVE VAR-LIN-TOTAL TO VRP-LINEA.
112500     PERFORM ESCRIBE-LINEA-VARREPT.
112600
112700     CLOSE VARREPT.
112800
112900 EDITA-VARIACIONES.
113000
113100     PERFORM RETORNA-VARIACION
113200         WITH TEST AFTER UNTIL FUS-VSR-EOF.
113300
113400 RETORNA-VARIACION.
113500
113600     RETURN VARSORT INTO FUS-VAR-REGISTRO
113700         AT END
113800             SET FUS-VSR-EOF TO TRUE
113900         NOT AT END
114000             ADD 1 TO FUS-VAR-CONTADOR
114100             PERFORM EDITA-LINEA-VARIACION
114200     END-RETURN.
114300
114400 EDITA-LINEA-VARIACION.
114500
114600     MOVE VRT-TAXPAYER-ID      TO VAR-DET-ID.
114700     MOVE VRT-ESTADO           TO VAR-DET-ESTADO.
114800     MOVE VRT-INGRESO-ANTERIOR TO VAR-DET-ANTERIOR.
114900     MOVE VRT-INGRESO-NUEVO    TO VAR-DET-NUEVO.
115000     MOVE VRT-PCT-SIGNO        TO VAR-DET-SIGNO.
115100     MOVE VRT-PCT-ABS          TO VAR-DET-PCT.
115200     MOVE VAR-LIN-DETALLE      TO VRP-LINEA.
115300     PERFORM ESCRIBE-LINEA-VARREPT.
115400
115500 ESCRIBE-LINEA-VARREPT.
115600
115700     WRITE VRP-LINEA.
115800     MOVE 'VARREPT ' TO FUS-ERROR-ARCHIVO.
115900     MOVE FUS-VARREPT-STATUS TO FUS-ERROR-STATUS.
116000     PERFORM VERIFICA-ESTADO-ARCHIVO.
116100
116200*--------------------------------------------------------------*
116300*    ANADE-AUDITORIA - LAS AUDITORIAS DE LAS PARTICIONES SE    *
116400*    ANADEN AL FINAL DE LA AUDITORIA GENERAL, DE LA QUE LEEN   *
116500*    CUA-TAX, REC-TAX, CRU-IMPU Y LOS DEMAS.                   *
116600*--------------------------------------------------------------*
116700 ANADE-AUDITORIA.
116800
116900     OPEN INPUT AUDIN.
117000     MOVE 'AUDIN   ' TO FUS-ERROR-ARCHIVO.
117100     MOVE FUS-AUDIN-STATUS TO FUS-ERROR-STATUS.
117200     PERFORM VERIFICA-ESTADO-ARCHIVO.
117300     OPEN EXTEND AUDITLOG.
117400     MOVE 'AUDITLOG' TO FUS-ERROR-ARCHIVO.
117500     MOVE FUS-AUDITLOG-STATUS TO FUS-ERROR-STATUS.
117600     PERFORM VERIFICA-ESTADO-ARCHIVO.
117700
117800     MOVE 'N' TO FUS-EOF-SW.
117900     PERFORM ANADE-UNA-AUDITORIA
118000         UNTIL FUS-EOF.
118100
118200     CLOSE AUDIN.
118300     CLOSE AUDITLOG.
118400
118500     DISPLAY 'AUDITORIA ANADIDA  : ' FUS-AUD-CONTADOR
118600         ' REGISTROS'.
118700
118800 ANADE-UNA-AUDITORIA.
118900
119000     READ AUDIN
119100         AT END
119200             SET FUS-EOF TO TRUE
119300         NOT AT END
119400             WRITE AUD-REGISTRO FROM AUI-REGISTRO
119500             MOVE 'AUDITLOG' TO FUS-ERROR-ARCHIVO
119600             MOVE FUS-AUDITLOG-STATUS TO FUS-ERROR-STATUS
119700             PERFORM VERIFICA-ESTADO-ARCHIVO
119800             ADD 1 TO FUS-AUD-CONTADOR
119900     END-READ.
120000
120100*--------------------------------------------------------------*
120200*    IMPRIME-CONTROL - INFORME DE CONTROL COMBINADO: CIFRAS    *
120300*    DE CADA PARTICION CON SU TOTAL, COLA DEL EXTRACTO CONTRA  *
120400*    LA SUMA DE LAS COLAS DE LAS PARTICIONES, Y REGISTROS DE   *
120500*    CADA ARCHIVO FUSIONADO CONTRA LA SUMA DE LAS PARTICIONES. *
120600*--------------------------------------------------------------*
120700 IMPRIME-CONTROL.
120800
120900     OPEN OUTPUT FUSREPT.
121000     MOVE 'FUSREPT ' TO FUS-ERROR-ARCHIVO.
121100     MOVE FUS-FUSREPT-STATUS TO FUS-ERROR-STATUS.
121200     PERFORM VERIFICA-ESTADO-ARCHIVO.
121300
121400     MOVE FUS-FECHA-PROCESO TO FUR-TIT-FECHA.
121500     MOVE FUS-PARTICIONES TO FUR-TIT-PARTICIONES.
121600     MOVE FUR-LIN-TITULO TO FUR-LINEA.
121700     PERFORM ESCRIBE-LINEA.
121800     MOVE SPACES TO FUR-LINEA.
121900     PERFORM ESCRIBE-LINEA.
122000
122100     MOVE 'CONTADORES DE LA LIQUIDACION POR PARTICION'
122200         TO FUR-SEC-TITULO.
122300     MOVE FUR-LIN-SECCION TO FUR-LINEA.
122400     PERFORM ESCRIBE-LINEA.
122500     MOVE FUR-LIN-CAB-CONTADORES TO FUR-LINEA.
122600     PERFORM ESCRIBE-LINEA.
122700     PERFORM IMPRIME-CONTADORES
122800         VARYING FUS-IDX FROM 1 BY 1
122900         UNTIL FUS-IDX > FUS-PARTICIONES.
123000     PERFORM IMPRIME-TOTAL-CONTADORES.
123100     MOVE SPACES TO FUR-LINEA.
123200     PERFORM ESCRIBE-LINEA.
123300
123400     MOVE 'IMPORTES DE LA LIQUIDACION POR PARTICION'
123500         TO FUR-SEC-TITULO.
123600     MOVE FUR-LIN-SECCION TO FUR-LINEA.
123700     PERFORM ESCRIBE-LINEA.
123800     MOVE FUR-LIN-CAB-IMPORTES TO FUR-LINEA.
123900     PERFORM ESCRIBE-LINEA.
124000     PERFORM IMPRIME-IMPORTES
124100         VARYING FUS-IDX FROM 1 BY 1
124200         UNTIL FUS-IDX > FUS-PARTICIONES.
124300     PERFORM IMPRIME-TOTAL-IMPORTES.
124400     MOVE SPACES TO FUR-LINEA.
124500     PERFORM ESCRIBE-LINEA.
124600
124700     MOVE 'COLA DEL EXTRACTO' TO FUR-SEC-TITULO.
124800     MOVE FUR-LIN-SECCION TO FUR-LINEA.
124900     PERFORM ESCRIBE-LINEA.
125000     MOVE 'EXTRACTO COMPLETO (COLA DE CON-EXTR)'
125100         TO FUR-EXT-ROTULO.
125200     MOVE FUS-EXT-CONTADOR TO FUR-EXT-CONTADOR.
125300     MOVE FUS-EXT-HASH TO FUR-EXT-HASH.
125400     MOVE FUR-LIN-EXTRACTO TO FUR-LINEA.
125500     PERFORM ESCRIBE-LINEA.
125600     MOVE 'SUMA DE LAS COLAS DE LAS PARTICIONES'
125700         TO FUR-EXT-ROTULO.
125800     MOVE FUS-SUM-CONTADOR TO FUR-EXT-CONTADOR.
125900     MOVE FUS-SUM-HASH TO FUR-EXT-HASH.
126000     MOVE FUR-LIN-EXTRACTO TO FUR-LINEA.
126100     PERFORM ESCRIBE-LINEA.
126200     MOVE SPACES TO FUR-LINEA.
126300     PERFORM ESCRIBE-LINEA.
126400
126500     MOVE 'ARCHIVOS FUSIONADOS' TO FUR-SEC-TITULO.
126600     MOVE FUR-LIN-SECCION TO FUR-LINEA.
126700     PERFORM ESCRIBE-LINEA.
126800     MOVE FUR-LIN-CAB-ARCHIVOS TO FUR-LINEA.
126900     PERFORM ESCRIBE-LINEA.
127000
127100     MOVE 'OUTFILE   - RESULTADOS / PROCESADOS'
127200         TO FUS-CMP-DESCRIPCION.
127300     MOVE FUS-SUM-PROCESADOS TO FUS-CMP-ESPERADO.
127400     MOVE FUS-OUT-CONTADOR TO FUS-CMP-OBTENIDO.
127500     PERFORM COMPARA-ARCHIVO.
127600
127700     MOVE 'EXPFILE   - EXPORTACION / PROCESADOS'
127800         TO FUS-CMP-DESCRIPCION.
127900     MOVE FUS-SUM-PROCESADOS TO FUS-CMP-ESPERADO.
128000     MOVE FUS-EXP-CONTADOR TO FUS-CMP-OBTENIDO.
128100     PERFORM COMPARA-ARCHIVO.
128200
128300     MOVE 'LIQFILE   - LIQUIDACIONES / PROCESADOS'
128400         TO FUS-CMP-DESCRIPCION.
128500     MOVE FUS-SUM-PROCESADOS TO FUS-CMP-ESPERADO.
128600     MOVE FUS-LIQ-CONTADOR TO FUS-CMP-OBTENIDO.
128700     PERFORM COMPARA-ARCHIVO.
128800
128900     MOVE 'FRACFILE  - CUOTAS / CUOTAS GENER.'
129000         TO FUS-CMP-DESCRIPCION.
129100     MOVE FUS-SUM-CUOTAS TO FUS-CMP-ESPERADO.
129200     MOVE FUS-FRA-CONTADOR TO FUS-CMP-OBTENIDO.
129300     PERFORM COMPARA-ARCHIVO.
129400
129500     MOVE 'SUSPFILE  - RECHAZADOS + RETENIDOS'
129600         TO FUS-CMP-DESCRIPCION.
129700     MOVE FUS-SUM-SUSPENSO TO FUS-CMP-ESPERADO.
129800     MOVE FUS-SUS-CONTADOR TO FUS-CMP-OBTENIDO.
129900     PERFORM COMPARA-ARCHIVO.
130000
130100     MOVE 'DUPREPT   - DUPLICADAS / DUPLICADOS'
130200         TO FUS-CMP-DESCRIPCION.
130300     MOVE FUS-SUM-DUPLICADOS TO FUS-CMP-ESPERADO.
130400     MOVE FUS-DUP-CONTADOR TO FUS-CMP-OBTENIDO.
130500     PERFORM COMPARA-ARCHIVO.
130600
130700     MOVE 'VARREPT   - EXCEPCIONES / VARIACIONES'
130800         TO FUS-CMP-DESCRIPCION.
130900     MOVE FUS-SUM-VARIACIONES TO FUS-CMP-ESPERADO.
131000     MOVE FUS-VAR-CONTADOR TO FUS-CMP-OBTENIDO.
131100     PERFORM COMPARA-ARCHIVO.
131200
131300     MOVE 'AUDITLOG  - ANADIDOS / PROCESADOS'
131400         TO FUS-CMP-DESCRIPCION.
131500     MOVE FUS-SUM-PROCESADOS TO FUS-CMP-ESPERADO.
131600     MOVE FUS-AUD-CONTADOR TO FUS-CMP-OBTENIDO.
131700     PERFORM COMPARA-ARCHIVO.
131800
131900     MOVE 'PARTICIONES CON OTRO JUEGO DE PARAMETROS'
132000         TO FUS-CMP-DESCRIPCION.
132100     MOVE ZERO TO FUS-CMP-ESPERADO.
132200     MOVE FUS-OTRO-JUEGO TO FUS-CMP-OBTENIDO.
132300     PERFORM COMPARA-ARCHIVO.
132400
132500     MOVE SPACES TO FUR-LINEA.
132600     PERFORM ESCRIBE-LINEA.
132700     MOVE SPACES TO FUR-RES-DETALLE.
132800     IF FUS-DIFERENCIAS = 0
132900         MOVE 'FUSION CUADRADA CON LA SUMA DE LAS PARTICIONES'
133000             TO FUR-RES-TEXTO
133100     ELSE
133200         MOVE 4 TO FUS-RETORNO
133300         MOVE 'FUSION CON DIFERENCIAS - REVISAR ANTES DEL CUADRE'
133400             TO FUR-RES-TEXTO
133500         MOVE '(NORMAL SI SE REINICIO UNA PARTICION)'
133600             TO FUR-RES-DETALLE
133700     END-IF.
133800     MOVE FUR-LIN-RESULTADO TO FUR-LINEA.
133900     PERFORM ESCRIBE-LINEA.
134000
134100     CLOSE FUSREPT.
134200
134300 IMPRIME-CONTADORES.
134400
134500     MOVE FUS-IDX TO FUS-IDX-NUM.
134600     MOVE SPACES TO FUR-CNT-ROTULO.
134700     MOVE FUS-IDX-NUM TO FUR-CNT-ROTULO.
134800     MOVE FUS-PAR-INF (FUS-IDX) TO FUR-CNT-INF.
134900     MOVE FUS-PAR-SUP (FUS-IDX) TO FUR-CNT-SUP.
135000     MOVE FUS-PAR-CONTADOR (FUS-IDX) TO FUR-CNT-REGISTROS.
135100     MOVE FUS-PAR-PROCESADOS (FUS-IDX) TO FUR-CNT-PROCESADOS.
135200     MOVE FUS-PAR-RECHAZADOS (FUS-IDX) TO FUR-CNT-RECHAZADOS.
135300     MOVE FUS-PAR-IMPUESTO-CERO (FUS-IDX)
135400         TO FUR-CNT-IMPUESTO-CERO.
135500     MOVE FUS-PAR-DUPLICADOS (FUS-IDX) TO FUR-CNT-DUPLICADOS.
135600     MOVE FUS-PAR-MATRIMONIOS (FUS-IDX) TO FUR-CNT-MATRIMONIOS.
135700     MOVE FUS-PAR-CONJUNTAS (FUS-IDX) TO FUR-CNT-CONJUNTAS.
135800     MOVE FUS-PAR-RETENIDOS (FUS-IDX) TO FUR-CNT-RETENIDOS.
135900     MOVE FUS-PAR-VARIACIONES (FUS-IDX) TO FUR-CNT-VARIACIONES.
136000     MOVE FUR-LIN-CONTADORES TO FUR-LINEA.
136100     PERFORM ESCRIBE-LINEA.
136200
136300 IMPRIME-TOTAL-CONTADORES.
136400
136500     MOVE 'TOTAL' TO FUR-CNT-ROTULO.
136600     MOVE SPACES TO FUR-CNT-INF.
136700     MOVE SPACES TO FUR-CNT-SUP.
136800     MOVE FUS-SUM-CONTADOR TO FUR-CNT-REGISTROS.
136900     MOVE FUS-SUM-PROCESADOS TO FUR-CNT-PROCESADOS.
137000     MOVE FUS-SUM-RECHAZADOS TO FUR-CNT-RECHAZADOS.
137100     MOVE FUS-SUM-IMPUESTO-CERO TO FUR-CNT-IMPUESTO-CERO.
137200     MOVE FUS-SUM-DUPLICADOS TO FUR-CNT-DUPLICADOS.
137300     MOVE FUS-SUM-MATRIMONIOS TO FUR-CNT-MATRIMONIOS.
137400     MOVE FUS-SUM-CONJUNTAS TO FUR-CNT-CONJUNTAS.
137500     MOVE FUS-SUM-RETENIDOS TO FUR-CNT-RETENIDOS.
137600     MOVE FUS-SUM-VARIACIONES TO FUR-CNT-VARIACIONES.
137700     MOVE FUR-LIN-CONTADORES TO FUR-LINEA.
137800     PERFORM ESCRIBE-LINEA.
137900
138000 IMPRIME-IMPORTES.
138100
138200     MOVE FUS-IDX TO FUS-IDX-NUM.
138300     MOVE SPACES TO FUR-IMP-ROTULO.
138400     MOVE FUS-IDX-NUM TO FUR-IMP-ROTULO.
138500     MOVE FUS-PAR-HASH (FUS-IDX) TO FUR-IMP-HASH.
138600     MOVE FUS-PAR-IMPUESTO (FUS-IDX) TO FUR-IMP-IMPUESTO.
138700     MOVE FUS-PAR-CUOTAS (FUS-IDX) TO FUR-IMP-CUOTAS.
138800     MOVE FUS-PAR-FRACCIONADO (FUS-IDX) TO FUR-IMP-FRACCIONADO.
138900     MOVE FUS-PAR-VIGENCIA (FUS-IDX) TO FUR-IMP-VIGENCIA.
139000     MOVE FUS-PAR-FECHA-FIN (FUS-IDX) TO FUR-IMP-FECHA-FIN.
139100     MOVE FUS-PAR-HORA-FIN (FUS-IDX) TO FUR-IMP-HORA-FIN.
139200     MOVE FUR-LIN-IMPORTES TO FUR-LINEA.
139300     PERFORM ESCRIBE-LINEA.
139400
139500 IMPRIME-TOTAL-IMPORTES.
139600
139700     MOVE 'TOTAL' TO FUR-IMP-ROTULO.
139800     MOVE FUS-SUM-HASH TO FUR-IMP-HASH.
139900     MOVE FUS-SUM-IMPUESTO TO FUR-IMP-IMPUESTO.
140000     MOVE FUS-SUM-CUOTAS TO FUR-IMP-CUOTAS.
140100     MOVE FUS-SUM-FRACCIONADO TO FUR-IMP-FRACCIONADO.
140200     MOVE SPACES TO FUR-IMP-VIGENCIA.
140300     MOVE SPACES TO FUR-IMP-FECHA-FIN.
140400     MOVE SPACES TO FUR-IMP-HORA-FIN.
140500     MOVE FUR-LIN-IMPORTES TO FUR-LINEA.
140600     PERFORM ESCRIBE-LINEA.
140700
140800*--------------------------------------------------------------*
140900*    COMPARA-ARCHIVO - IMPRIME UNA LINEA DE COMPROBACION Y     *
141000*    CUENTA LAS DIFERENCIAS.                                   *
141100*--------------------------------------------------------------*
141200 COMPARA-ARCHIVO.
141300
141400     COMPUTE FUS-CMP-DIFERENCIA = FUS-CMP-OBTENIDO
141500                                - FUS-CMP-ESPERADO.
141600
141700     MOVE FUS-CMP-DESCRIPCION TO FUR-ARC-DESCRIPCION.
141800     MOVE FUS-CMP-OBTENIDO TO FUR-ARC-OBTENIDO.
141900     MOVE FUS-CMP-ESPERADO TO FUR-ARC-ESPERADO.
142000     MOVE FUS-CMP-DIFERENCIA TO FUR-ARC-DIFERENCIA.
142100     IF FUS-CMP-DIFERENCIA = 0
142200         MOVE 'CUADRA' TO FUR-ARC-RESULTADO
142300     ELSE
142400         MOVE 'DIFERENCIA' TO FUR-ARC-RESULTADO
142500         ADD 1 TO FUS-DIFERENCIAS
142600     END-IF.
142700     MOVE FUR-LIN-ARCHIVO TO FUR-LINEA.
142800     PERFORM ESCRIBE-LINEA.
142900
143000 ESCRIBE-LINEA.
143100
143200     WRITE FUR-LINEA.
143300     MOVE 'FUSREPT ' TO FUS-ERROR-ARCHIVO.
143400     MOVE FUS-FUSREPT-STATUS TO FUS-ERROR-STATUS.
143500     PERFORM VERIFICA-ESTADO-ARCHIVO.
143600
143700 FIN.
143800
143900     DISPLAY ' '.
144000     DISPLAY '===================================='.
144100     DISPLAY '  FUS-TAX - INFORME DE CONTROL'.
144200     DISPLAY '===================================='.
144300     DISPLAY '  PARTICIONES : ' FUS-PARTICIONES.
144400     DISPLAY '  PROCESADOS  : ' FUS-SUM-PROCESADOS.
144500     DISPLAY '  RECHAZADOS  : ' FUS-SUM-RECHAZADOS.
144600     DISPLAY '  DUPLICADOS  : ' FUS-SUM-DUPLICADOS.
144700     DISPLAY '  RETENIDOS   : ' FUS-SUM-RETENIDOS.
144800     DISPLAY '  DIFERENCIAS : ' FUS-DIFERENCIAS.
144900     DISPLAY '===================================='.
145000
145100     MOVE FUS-RETORNO TO RETURN-CODE.
145200
145300     DISPLAY 'FIN DE PROGRAMA'
145400
145500     STOP RUN.
