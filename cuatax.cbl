000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   CUA-TAX                                      *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS    *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    PURPOSE.      CUADRE ENTRE ARCHIVOS DE LA NOCHE DE CAL-TAX.*
001000*                  CAL-TAX CUADRA SUS PROPIOS CONTADORES, PERO  *
001100*                  NADIE COMPRUEBA QUE LOS ARCHIVOS QUE ENTREGA *
001200*                  CUADREN ENTRE SI: UNA GENERACION CORTA DE    *
001300*                  LIQFILE PASARIA A NOT-LIQ Y PAG-DEVO CON     *
001400*                  OUTFILE Y EXPFILE COMPLETOS.  ESTE PROGRAMA  *
001500*                  CRUZA, PARA LA FECHA DE PROCESO DEL EXTRACTO,*
001600*                  REGISTROS E IMPORTES DE OUTFILE, EXPFILE,    *
001700*                  LIQFILE, FRACFILE, SUSPFILE, DUPREPT Y LAS   *
001800*                  LIQUIDACIONES ORIGINALES DE ESA NOCHE EN     *
001900*                  AUDITLOG CONTRA LA COLA DE INFILE (CONTADOR  *
002000*                  Y TOTAL DE CONTROL), IMPRIME LA HOJA DE      *
002100*                  CUADRE Y GRABA UN REGISTRO DE CONTROL        *
002200*                  (CTLREG) EN EL HISTORICO DE CUADRES.         *
002300*                                                               *
002400*                  CODIGOS DE RETORNO, QUE EL PLANIFICADOR USA  *
002500*                  PARA SOLTAR O RETENER NOTLIQJ, PAGDEVOJ Y    *
002600*                  CONFRACJ:                                    *
002700*                     0 - TODO CUADRA                           *
002800*                     4 - DESCUADRE LIBERADO POR EL OPERADOR    *
002900*                         CON LA TARJETA DE LIBERACION          *
003000*                     8 - DESCUADRE: LOS TRABAJOS SIGUIENTES NO *
003100*                         DEBEN EMPEZAR                         *
003200*                    16 - ERROR DE E/S O EXTRACTO SIN CABECERA  *
003300*                                                               *
003400*-----------------------------------------------------------------
003500*    MODIFICATION HISTORY                                       *
003600*-----------------------------------------------------------------
003700*    DATE       INIT  DESCRIPTION                                *
003800*    ---------- ----  -------------------------------------------*
003900*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
004000*****************************************************************
004100
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. CUA-TAX.
004400 AUTHOR. J. MARTIN.
004500 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
004600 DATE-WRITTEN. 2026-10-15.
004700 DATE-COMPILED.
004800
004900 ENVIRONMENT DIVISION.
005000
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700
005800     SELECT INFILE ASSIGN TO INFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CUA-INFILE-STATUS.
006100
006200     SELECT PARMFILE ASSIGN TO PARMFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CUA-PARMFILE-STATUS.
006500
006600*    LA TARJETA DE LIBERACION ES OPCIONAL: EN UNA NOCHE NORMAL  *
006700*    PARMCARD VA A DUMMY.                                       *
006800     SELECT LIBFILE ASSIGN TO PARMCARD
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS CUA-LIBFILE-STATUS.
007100
007200     SELECT OUTFILE ASSIGN TO OUTFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS CUA-OUTFILE-STATUS.
007500
007600     SELECT EXPFILE ASSIGN TO EXPFILE
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS CUA-EXPFILE-STATUS.
007900
008000     SELECT LIQFILE ASSIGN TO LIQFILE
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS CUA-LIQFILE-STATUS.
008300
008400     SELECT FRACFILE ASSIGN TO FRACFILE
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS CUA-FRACFILE-STATUS.
008700
008800     SELECT SUSPFILE ASSIGN TO SUSPFILE
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS CUA-SUSPFILE-STATUS.
009100
009200     SELECT DUPREPT ASSIGN TO DUPREPT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS CUA-DUPREPT-STATUS.
009500
009600     SELECT AUDITLOG ASSIGN TO AUDITLOG
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS CUA-AUDITLOG-STATUS.
009900
010000     SELECT CTLFILE ASSIGN TO CTLFILE
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS CUA-CTLFILE-STATUS.
010300
010400     SELECT CUAREPT ASSIGN TO CUAREPT
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS CUA-CUAREPT-STATUS.
010700
010800 DATA DIVISION.
010900
011000 FILE SECTION.
011100
011200*--------------------------------------------------------------*
011300*    INFILE - EL MISMO EXTRACTO QUE LIQUIDO CAL-TAX: CABECERA,  *
011400*    DETALLE Y COLA.                                            *
011500*--------------------------------------------------------------*
011600 FD  INFILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  IN-INCOME-REC.
012000     05 IN-TAXPAYER-ID           PIC X(09).
012100     05 IN-ENTRADA               PIC S9(09)V99.
012200     05 FILLER                   PIC X(22).
012300
012400     COPY EXTRCTRL.
012500
012600 FD  PARMFILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900     COPY PARMTRIB.
013000
013100*--------------------------------------------------------------*
013200*    LIBFILE - TARJETA DE LIBERACION DE UN DESCUADRE, QUE SOLO  *
013300*    SE PONE TRAS INVESTIGARLO:                                 *
013400*        COL 01-08  FECHA DE PROCESO AAAAMMDD QUE SE LIBERA     *
013500*                   (DEBE SER LA DEL EXTRACTO)                  *
013600*        COL 09-15  LIBERAR                                     *
013700*        COL 17-24  USUARIO DEL OPERADOR QUE LIBERA             *
013800*        COL 25-80  MOTIVO, QUE SALE EN LA HOJA DE CUADRE       *
013900*--------------------------------------------------------------*
014000 FD  LIBFILE
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300 01  CUA-LIB-REC.
014400     05 CUA-LIB-FECHA            PIC X(08).
014500     05 CUA-LIB-FECHA-N REDEFINES CUA-LIB-FECHA
014600                                 PIC 9(08).
014700     05 CUA-LIB-CLAVE            PIC X(07).
014800         88 CUA-LIB-LIBERAR          VALUE 'LIBERAR'.
014900     05 FILLER                   PIC X(01).
015000     05 CUA-LIB-OPERADOR         PIC X(08).
015100     05 CUA-LIB-MOTIVO           PIC X(56).
015200
015300 FD  OUTFILE
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  OUT-RESULT-REC.
015700     05 OUT-TAXPAYER-ID          PIC X(09).
015800     05 OUT-ENTRADA              PIC 9(09)V99.
015900     05 OUT-IMPUESTOS            PIC 9(09)V99.
016000     05 FILLER                   PIC X(11).
016100
016200 FD  EXPFILE
016300     RECORDING MODE IS F
016400     LABEL RECORDS ARE STANDARD.
016500 01  EXP-EXPORT-REC.
016600     05 EXP-TAXPAYER-ID          PIC X(09).
016700     05 EXP-COMMA-1              PIC X(01).
016800     05 EXP-TAXPAYER-NAME        PIC X(30).
016900     05 EXP-COMMA-2              PIC X(01).
017000     05 EXP-INCOME-AMT           PIC 9(09)V99.
017100     05 EXP-COMMA-3              PIC X(01).
017200     05 EXP-TAX-COMPUTED         PIC 9(09)V99.
017300     05 EXP-COMMA-4              PIC X(01).
017400     05 EXP-RUN-DATE             PIC 9(08).
017500     05 FILLER                   PIC X(09).
017600
017700 FD  LIQFILE
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD.
018000     COPY LIQREG.
018100
018200 FD  FRACFILE
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500     COPY FRACREG.
018600
018700 FD  SUSPFILE
018800     RECORDING MODE IS F
018900     LABEL RECORDS ARE STANDARD.
019000     COPY SUSPREG.
019100
019200*--------------------------------------------------------------*
019300*    DUPREPT - INFORME DE DUPLICADOS DE CAL-TAX.  CADA          *
019400*    DUPLICADO DESCARTADO SALE EN UNA LINEA 'DUPLICADA : ' CON  *
019500*    EL REGISTRO DE ENTRADA TAL CUAL LLEGO.                     *
019600*--------------------------------------------------------------*
019700 FD  DUPREPT
019800     RECORDING MODE IS F
019900     LABEL RECORDS ARE STANDARD.
020000 01  DUP-LINEA.
020100     05 DUP-DET-ROTULO           PIC X(12).
020200         88 DUP-DET-DUPLICADA        VALUE 'DUPLICADA : '.
020300     05 DUP-DET-REGISTRO         PIC X(42).
020400     05 FILLER                   PIC X(78).
020500
020600 FD  AUDITLOG
020700     RECORDING MODE IS F
020800     LABEL RECORDS ARE STANDARD.
020900     COPY AUDITREG.
021000
021100 FD  CTLFILE
021200     RECORDING MODE IS F
021300     LABEL RECORDS ARE STANDARD.
021400     COPY CTLREG.
021500
021600 FD  CUAREPT
021700     RECORDING MODE IS F
021800     LABEL RECORDS ARE STANDARD.
021900 01  CUR-LINEA                   PIC X(132).
022000
022100 WORKING-STORAGE SECTION.
022200
022300 01  CUA-FILE-STATUSES.
022400     05 CUA-INFILE-STATUS        PIC X(02) VALUE '00'.
022500     05 CUA-PARMFILE-STATUS      PIC X(02) VALUE '00'.
022600     05 CUA-LIBFILE-STATUS       PIC X(02) VALUE '00'.
022700     05 CUA-OUTFILE-STATUS       PIC X(02) VALUE '00'.
022800     05 CUA-EXPFILE-STATUS       PIC X(02) VALUE '00'.
022900     05 CUA-LIQFILE-STATUS       PIC X(02) VALUE '00'.
023000     05 CUA-FRACFILE-STATUS      PIC X(02) VALUE '00'.
023100     05 CUA-SUSPFILE-STATUS      PIC X(02) VALUE '00'.
023200     05 CUA-DUPREPT-STATUS       PIC X(02) VALUE '00'.
023300     05 CUA-AUDITLOG-STATUS      PIC X(02) VALUE '00'.
023400     05 CUA-CTLFILE-STATUS       PIC X(02) VALUE '00'.
023500     05 CUA-CUAREPT-STATUS       PIC X(02) VALUE '00'.
023600
023700 01  CUA-ERROR-CONTROL.
023800     05 CUA-ERROR-ARCHIVO        PIC X(08).
023900     05 CUA-ERROR-STATUS         PIC X(02).
024000
024100 01  CUA-SWITCHES.
024200     05 CUA-EOF-SW               PIC X(01) VALUE 'N'.
024300         88 CUA-EOF                  VALUE 'Y'.
024400     05 CUA-PRM-EOF-SW           PIC X(01) VALUE 'N'.
024500         88 CUA-PRM-EOF              VALUE 'Y'.
024600     05 CUA-COLA-SW              PIC X(01) VALUE 'N'.
024700         88 CUA-COLA-VISTA           VALUE 'S'.
024800     05 CUA-TARJETA-SW           PIC X(01) VALUE 'N'.
024900         88 CUA-CON-TARJETA          VALUE 'S'.
025000         88 CUA-SIN-TARJETA          VALUE 'N'.
025100     05 CUA-LIBERACION-SW        PIC X(01) VALUE 'N'.
025200         88 CUA-LIBERACION-VALIDA    VALUE 'S'.
025300     05 CUA-RESULTADO            PIC X(01) VALUE 'C'.
025400         88 CUA-CUADRADO             VALUE 'C'.
025500         88 CUA-DESCUADRADO          VALUE 'D'.
025600         88 CUA-LIBERADO             VALUE 'L'.
025700
025800*--------------------------------------------------------------*
025900*    CUA-FECHA-PROCESO - FECHA DE LA CABECERA DEL EXTRACTO, LA  *
026000*    MISMA QUE CAL-TAX EXIGE QUE COINCIDA CON SU FECHA DE       *
026100*    EJECUCION.  LA FECHA Y HORA DEL CUADRE SON LAS DE ESTA     *
026200*    EJECUCION.                                                 *
026300*--------------------------------------------------------------*
026400 01  CUA-FECHAS.
026500     05 CUA-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
026600     05 CUA-FECHA-CUADRE         PIC 9(08) VALUE ZERO.
026700     05 CUA-HORA-CUADRE          PIC 9(08) VALUE ZERO.
026800     05 CUA-SISTEMA-ORIGEN       PIC X(08) VALUE SPACES.
026900
027000 01  CUA-PARAMETROS.
027100     05 CUA-PRM-VIGENCIA         PIC 9(08) VALUE ZERO.
027200     05 CUA-MINIMO-FRACCION      PIC 9(09)V99 VALUE ZERO.
027300
027400*--------------------------------------------------------------*
027500*    CIFRAS DE CONTROL DE CADA ARCHIVO.  LAS DE LA COLA SON LAS *
027600*    DECLARADAS POR EL SISTEMA DE ORIGEN; LAS DEL DETALLE SE    *
027700*    ACUMULAN AQUI IGUAL QUE EN CON-EXTR Y CAL-TAX (SOLO        *
027800*    IMPORTES NUMERICOS, EN UN ACUMULADOR SIN SIGNO).           *
027900*--------------------------------------------------------------*
028000 01  CUA-TOTALES.
028100     05 CUA-COLA-CONTADOR        PIC 9(09) VALUE ZERO.
028200     05 CUA-COLA-HASH            PIC 9(13)V99 VALUE ZERO.
028300     05 CUA-DET-CONTADOR         PIC 9(09) VALUE ZERO.
028400     05 CUA-DET-HASH             PIC 9(13)V99 VALUE ZERO.
028500     05 CUA-OUT-CONTADOR         PIC 9(09) VALUE ZERO.
028600     05 CUA-OUT-ENTRADA          PIC 9(13)V99 VALUE ZERO.
028700     05 CUA-OUT-IMPUESTOS        PIC 9(13)V99 VALUE ZERO.
028800     05 CUA-EXP-CONTADOR         PIC 9(09) VALUE ZERO.
028900     05 CUA-EXP-ENTRADA          PIC 9(13)V99 VALUE ZERO.
029000     05 CUA-EXP-IMPUESTOS        PIC 9(13)V99 VALUE ZERO.
029100     05 CUA-EXP-OTRA-FECHA       PIC 9(09) VALUE ZERO.
029200     05 CUA-LIQ-CONTADOR         PIC 9(09) VALUE ZERO.
029300     05 CUA-LIQ-ENTRADA          PIC 9(13)V99 VALUE ZERO.
029400     05 CUA-LIQ-BRUTO            PIC 9(13)V99 VALUE ZERO.
029500     05 CUA-LIQ-FRACCIONADAS     PIC 9(09) VALUE ZERO.
029600     05 CUA-LIQ-BRUTO-FRACC      PIC 9(13)V99 VALUE ZERO.
029700     05 CUA-AUD-CONTADOR         PIC 9(09) VALUE ZERO.
029800     05 CUA-AUD-ENTRADA          PIC 9(13)V99 VALUE ZERO.
029900     05 CUA-AUD-IMPUESTOS        PIC 9(13)V99 VALUE ZERO.
030000     05 CUA-FRA-CONTADOR         PIC 9(09) VALUE ZERO.
030100     05 CUA-FRA-IMPORTE          PIC 9(13)V99 VALUE ZERO.
030200     05 CUA-SUS-CONTADOR         PIC 9(09) VALUE ZERO.
030300     05 CUA-SUS-ENTRADA          PIC S9(13)V99 VALUE ZERO.
030400     05 CUA-DUP-CONTADOR         PIC 9(09) VALUE ZERO.
030500     05 CUA-DUP-ENTRADA          PIC 9(13)V99 VALUE ZERO.
030600     05 CUA-DESCUADRES           PIC 9(03) VALUE ZERO.
030700     05 CUA-TOTAL-ED             PIC -Z(12)9.99.
030800
030900*--------------------------------------------------------------*
031000*    REGISTRO DE ENTRADA ORIGINAL QUE VIAJA DENTRO DEL SUSPENSO *
031100*    Y DEL INFORME DE DUPLICADOS (LAYOUT DE INFILE).            *
031200*--------------------------------------------------------------*
031300 01  CUA-REGISTRO-ENTRADA.
031400     05 CUA-ENT-TAXPAYER-ID      PIC X(09).
031500     05 CUA-ENT-ENTRADA          PIC S9(09)V99.
031600     05 FILLER                   PIC X(22).
031700
031800*--------------------------------------------------------------*
031900*    COMPROBACION EN CURSO: LO QUE DEBERIA SALIR, LO QUE SALE Y *
032000*    LA DIFERENCIA.  CUA-RETORNO ES EL CODIGO DE RETORNO FINAL. *
032100*--------------------------------------------------------------*
032200 01  CUA-COMPROBACION.
032300     05 CUA-CMP-DESCRIPCION      PIC X(56).
032400     05 CUA-CMP-ESPERADO         PIC S9(13)V99.
032500     05 CUA-CMP-OBTENIDO         PIC S9(13)V99.
032600     05 CUA-CMP-DIFERENCIA       PIC S9(13)V99.
032700
032800 01  CUA-RETORNO                 PIC 9(02) VALUE ZERO.
032900
033000*--------------------------------------------------------------*
033100*    LINEAS DE LA HOJA DE CUADRE (CUAREPT).                     *
033200*--------------------------------------------------------------*
033300 01  CUR-LIN-TITULO.
033400     05 FILLER                   PIC X(37) VALUE
033500         'CUA-TAX - HOJA DE CUADRE DE CAL-TAX -'.
033600     05 FILLER                   PIC X(20) VALUE
033700         ' FECHA DE PROCESO: '.
033800     05 CUR-TIT-PROCESO          PIC 9(08).
033900     05 FILLER                   PIC X(15) VALUE
034000         ' - CUADRE DEL: '.
034100     05 CUR-TIT-CUADRE           PIC 9(08).
034200     05 FILLER                   PIC X(01) VALUE SPACE.
034300     05 CUR-TIT-HORA             PIC 9(08).
034400     05 FILLER                   PIC X(35) VALUE SPACES.
034500
034600 01  CUR-LIN-EXTRACTO.
034700     05 FILLER                   PIC X(30) VALUE
034800         'EXTRACTO DEL SISTEMA ORIGEN : '.
034900     05 CUR-EXT-SISTEMA          PIC X(08).
035000     05 FILLER                   PIC X(34) VALUE
035100         '    MINIMO PARA FRACCIONAR (JUEGO '.
035200     05 CUR-EXT-VIGENCIA         PIC 9(08).
035300     05 FILLER                   PIC X(03) VALUE '): '.
035400     05 CUR-EXT-MINIMO           PIC ZZZZZZZZ9.99.
035500     05 FILLER                   PIC X(37) VALUE SPACES.
035600
035700 01  CUR-LIN-SECCION.
035800     05 CUR-SEC-TITULO           PIC X(60).
035900     05 FILLER                   PIC X(72) VALUE SPACES.
036000
036100 01  CUR-LIN-CAB-ARCHIVOS.
036200     05 FILLER                   PIC X(42) VALUE
036300         'ARCHIVO   CONTENIDO'.
036400     05 FILLER                   PIC X(12) VALUE '   REGISTROS'.
036500     05 FILLER                   PIC X(20) VALUE
036600         '             INGRESO'.
036700     05 FILLER                   PIC X(20) VALUE
036800         '   IMPUESTO/IMPORTE'.
036900     05 FILLER                   PIC X(38) VALUE SPACES.
037000
037100 01  CUR-LIN-ARCHIVO.
037200     05 CUR-ARC-ROTULO           PIC X(42).
037300     05 FILLER                   PIC X(03) VALUE SPACES.
037400     05 CUR-ARC-CONTADOR         PIC ZZZZZZZZ9.
037500     05 FILLER                   PIC X(03) VALUE SPACES.
037600     05 CUR-ARC-INGRESO          PIC -Z(12)9.99.
037700     05 CUR-ARC-INGRESO-X REDEFINES CUR-ARC-INGRESO
037800                                 PIC X(17).
037900     05 FILLER                   PIC X(03) VALUE SPACES.
038000     05 CUR-ARC-IMPUESTO         PIC -Z(12)9.99.
038100     05 CUR-ARC-IMPUESTO-X REDEFINES CUR-ARC-IMPUESTO
038200                                 PIC X(17).
038300     05 FILLER                   PIC X(38) VALUE SPACES.
038400
038500 01  CUR-LIN-CAB-COMPROBACION.
038600     05 FILLER                   PIC X(56) VALUE 'COMPROBACION'.
038700     05 FILLER                   PIC X(20) VALUE
038800         '            ESPERADO'.
038900     05 FILLER                   PIC X(20) VALUE
039000         '            OBTENIDO'.
039100     05 FILLER                   PIC X(20) VALUE
039200         '          DIFERENCIA'.
039300     05 FILLER                   PIC X(16) VALUE '  RESULTADO'.
039400
039500 01  CUR-LIN-COMPROBACION.
039600     05 CUR-CMP-DESCRIPCION      PIC X(56).
039700     05 FILLER                   PIC X(03) VALUE SPACES.
039800     05 CUR-CMP-ESPERADO         PIC -Z(12)9.99.
039900     05 FILLER                   PIC X(03) VALUE SPACES.
040000     05 CUR-CMP-OBTENIDO         PIC -Z(12)9.99.
040100     05 FILLER                   PIC X(03) VALUE SPACES.
040200     05 CUR-CMP-DIFERENCIA       PIC -Z(12)9.99.
040300     05 FILLER                   PIC X(02) VALUE SPACES.
040400     05 CUR-CMP-RESULTADO        PIC X(14).
040500
040600 01  CUR-LIN-CMP-REGISTROS.
040700     05 CUR-CRG-DESCRIPCION      PIC X(56).
040800     05 FILLER                   PIC X(07) VALUE SPACES.
040900     05 CUR-CRG-ESPERADO         PIC -ZZZZZZZZ9.
041000     05 FILLER                   PIC X(10) VALUE SPACES.
041100     05 CUR-CRG-OBTENIDO         PIC -ZZZZZZZZ9.
041200     05 FILLER                   PIC X(10) VALUE SPACES.
041300     05 CUR-CRG-DIFERENCIA       PIC -ZZZZZZZZ9.
041400     05 FILLER                   PIC X(05) VALUE SPACES.
041500     05 CUR-CRG-RESULTADO        PIC X(14).
041600
041700 01  CUR-LIN-RESULTADO.
041800     05 CUR-RES-ROTULO           PIC X(12).
041900     05 CUR-RES-TEXTO            PIC X(50).
042000     05 CUR-RES-TRABAJOS         PIC X(70).
042100
042200 01  CUR-LIN-LIBERACION.
042300     05 FILLER                   PIC X(12) VALUE 'OPERADOR  : '.
042400     05 CUR-LIB-OPERADOR         PIC X(08).
042500     05 FILLER                   PIC X(12) VALUE '  MOTIVO : '.
042600     05 CUR-LIB-MOTIVO           PIC X(56).
042700     05 FILLER                   PIC X(44) VALUE SPACES.
042800
042900 PROCEDURE DIVISION.
043000
043100 MAIN-PROCEDURE.
043200
043300     PERFORM INICIO.
043400
043500     PERFORM CUENTA-EXTRACTO.
043600     PERFORM CUENTA-RESULTADOS.
043700     PERFORM CUENTA-EXPORTACION.
043800     PERFORM CUENTA-LIQUIDACIONES.
043900     PERFORM CUENTA-FRACCIONADO.
044000     PERFORM CUENTA-SUSPENSO.
044100     PERFORM CUENTA-DUPLICADOS.
044200     PERFORM CUENTA-AUDITORIA.
044300
044400     PERFORM IMPRIME-ARCHIVOS.
044500
044600     PERFORM COMPRUEBA-CUADRE.
044700
044800     PERFORM RESUELVE-RESULTADO.
044900
045000     PERFORM GRABA-CONTROL.
045100
045200     PERFORM FIN.
045300
045400 INICIO.
045500
045600     DISPLAY 'CUA-TAX - CUADRE ENTRE ARCHIVOS DE CAL-TAX'.
045700
045800     ACCEPT CUA-FECHA-CUADRE FROM DATE YYYYMMDD.
045900     ACCEPT CUA-HORA-CUADRE FROM TIME.
046000
046100     OPEN INPUT INFILE.
046200     MOVE 'INFILE  ' TO CUA-ERROR-ARCHIVO.
046300     MOVE CUA-INFILE-STATUS TO CUA-ERROR-STATUS.
046400     PERFORM VERIFICA-ESTADO-ARCHIVO.
046500
046600     PERFORM LEE-CABECERA.
046700
046800     PERFORM CARGA-PARAMETROS.
046900
047000     OPEN OUTPUT CUAREPT.
047100     MOVE 'CUAREPT ' TO CUA-ERROR-ARCHIVO.
047200     MOVE CUA-CUAREPT-STATUS TO CUA-ERROR-STATUS.
047300     PERFORM VERIFICA-ESTADO-ARCHIVO.
047400
047500     MOVE CUA-FECHA-PROCESO TO CUR-TIT-PROCESO.
047600     MOVE CUA-FECHA-CUADRE TO CUR-TIT-CUADRE.
047700     MOVE CUA-HORA-CUADRE TO CUR-TIT-HORA.
047800     MOVE CUR-LIN-TITULO TO CUR-LINEA.
047900     PERFORM ESCRIBE-LINEA.
048000     MOVE SPACES TO CUR-LINEA.
048100     PERFORM ESCRIBE-LINEA.
048200     MOVE CUA-SISTEMA-ORIGEN TO CUR-EXT-SISTEMA.
048300     MOVE CUA-PRM-VIGENCIA TO CUR-EXT-VIGENCIA.
048400     MOVE CUA-MINIMO-FRACCION TO CUR-EXT-MINIMO.
048500     MOVE CUR-LIN-EXTRACTO TO CUR-LINEA.
048600     PERFORM ESCRIBE-LINEA.
048700
048800*--------------------------------------------------------------*
048900*    LEE-CABECERA - SIN CABECERA NO HAY FECHA DE PROCESO Y NO   *
049000*    SE PUEDE CUADRAR NADA: EL PROCESO ABORTA.                  *
049100*--------------------------------------------------------------*
049200 LEE-CABECERA.
049300
049400     READ INFILE
049500         AT END
049600             SET CUA-EOF TO TRUE
049700     END-READ.
049800
049900     IF CUA-EOF OR NOT IN-CABECERA OR IN-CAB-FECHA NOT NUMERIC
050000         DISPLAY '*** EXTRACTO SIN REGISTRO DE CABECERA CAB - NO '
050100             'SE PUEDE DETERMINAR LA FECHA DE PROCESO'
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF.
050500
050600     MOVE IN-CAB-FECHA TO CUA-FECHA-PROCESO.
050700     MOVE IN-CAB-SISTEMA TO CUA-SISTEMA-ORIGEN.
050800
050900     DISPLAY 'FECHA DE PROCESO   : ' CUA-FECHA-PROCESO.
051000
051100*--------------------------------------------------------------*
051200*    CARGA-PARAMETROS - EL MINIMO PARA FRACCIONAR ES EL DEL     *
051300*    JUEGO QUE APLICO CAL-TAX: EL DE FECHA DE VIGENCIA MAS      *
051400*    RECIENTE QUE NO SUPERE LA FECHA DE PROCESO.                *
051500*--------------------------------------------------------------*
051600 CARGA-PARAMETROS.
051700
051800     OPEN INPUT PARMFILE.
051900     MOVE 'PARMFILE' TO CUA-ERROR-ARCHIVO.
052000     MOVE CUA-PARMFILE-STATUS TO CUA-ERROR-STATUS.
052100     PERFORM VERIFICA-ESTADO-ARCHIVO.
052200
052300     PERFORM LEE-PARAMETRO WITH TEST AFTER UNTIL CUA-PRM-EOF.
052400
052500     CLOSE PARMFILE.
052600
052700     IF CUA-PRM-VIGENCIA = 0
052800         DISPLAY '*** SIN JUEGO DE PARAMETROS VIGENTE PARA LA '
052900             'FECHA ' CUA-FECHA-PROCESO
053000         MOVE 16 TO RETURN-CODE
053100         STOP RUN
053200     END-IF.
053300
053400 LEE-PARAMETRO.
053500
053600     READ PARMFILE
053700         AT END
053800             SET CUA-PRM-EOF TO TRUE
053900         NOT AT END
054000             IF PRM-FECHA-VIGENCIA NOT > CUA-FECHA-PROCESO
054100                 AND PRM-FECHA-VIGENCIA NOT < CUA-PRM-VIGENCIA
054200                 MOVE PRM-FECHA-VIGENCIA TO CUA-PRM-VIGENCIA
054300                 MOVE PRM-MINIMO-FRACCION TO CUA-MINIMO-FRACCION
054400             END-IF
054500     END-READ.
054600
054700*--------------------------------------------------------------*
054800*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
054900*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.    *
055000*--------------------------------------------------------------*
055100 VERIFICA-ESTADO-ARCHIVO.
055200
055300     IF CUA-ERROR-STATUS NOT = '00'
055400         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' CUA-ERROR-ARCHIVO
055500         DISPLAY '*** FILE STATUS            : ' CUA-ERROR-STATUS
055600         MOVE 16 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900
056000*--------------------------------------------------------------*
056100*    CUENTA-EXTRACTO - CUENTA EL DETALLE Y ACUMULA SU TOTAL DE  *
056200*    CONTROL HASTA LA COLA, CUYAS CIFRAS SE GUARDAN.  SIN COLA  *
056300*    LAS CIFRAS DECLARADAS QUEDAN A CERO Y EL CUADRE FALLA.     *
056400*--------------------------------------------------------------*
056500 CUENTA-EXTRACTO.
056600
056700     MOVE 'N' TO CUA-EOF-SW.
056800
056900     PERFORM LEE-EXTRACTO
057000         UNTIL CUA-EOF.
057100
057200     CLOSE INFILE.
057300
057400     IF NOT CUA-COLA-VISTA
057500         DISPLAY '*** EXTRACTO SIN REGISTRO DE COLA FIN'
057600     END-IF.
057700
057800 LEE-EXTRACTO.
057900
058000     READ INFILE
058100         AT END
058200             SET CUA-EOF TO TRUE
058300     END-READ.
058400
058500     IF NOT CUA-EOF
058600         IF IN-COLA
058700             MOVE IN-COLA-CONTADOR TO CUA-COLA-CONTADOR
058800             MOVE IN-COLA-HASH TO CUA-COLA-HASH
058900             SET CUA-COLA-VISTA TO TRUE
059000             SET CUA-EOF TO TRUE
059100         ELSE
059200             ADD 1 TO CUA-DET-CONTADOR
059300             IF IN-ENTRADA NUMERIC
059400                 ADD IN-ENTRADA TO CUA-DET-HASH
059500             END-IF
059600         END-IF
059700     END-IF.
059800
059900 CUENTA-RESULTADOS.
060000
060100     OPEN INPUT OUTFILE.
060200     MOVE 'OUTFILE ' TO CUA-ERROR-ARCHIVO.
060300     MOVE CUA-OUTFILE-STATUS TO CUA-ERROR-STATUS.
060400     PERFORM VERIFICA-ESTADO-ARCHIVO.
060500
060600     MOVE 'N' TO CUA-EOF-SW.
060700     PERFORM LEE-RESULTADO
060800         UNTIL CUA-EOF.
060900
061000     CLOSE OUTFILE.
061100
061200 LEE-RESULTADO.
061300
061400     READ OUTFILE
061500         AT END
061600             SET CUA-EOF TO TRUE
061700         NOT AT END
061800             ADD 1 TO CUA-OUT-CONTADOR
061900             ADD OUT-ENTRADA TO CUA-OUT-ENTRADA
062000             ADD OUT-IMPUESTOS TO CUA-OUT-IMPUESTOS
062100     END-READ.
062200
062300*--------------------------------------------------------------*
062400*    CUENTA-EXPORTACION - TODA LA GENERACION ES DE LA NOCHE; UNA*
062500*    LINEA CON FECHA ANTERIOR A LA DE PROCESO DELATA UNA        *
062600*    GENERACION VIEJA Y SE CUENTA APARTE.  UNA FECHA POSTERIOR  *
062700*    ES NORMAL: CAL-TAX FECHA CADA LINEA AL GRABARLA Y EL       *
062800*    PROCESO PUEDE CRUZAR LA MEDIANOCHE.                        *
062900*--------------------------------------------------------------*
063000 CUENTA-EXPORTACION.
063100
063200     OPEN INPUT EXPFILE.
063300     MOVE 'EXPFILE ' TO CUA-ERROR-ARCHIVO.
063400     MOVE CUA-EXPFILE-STATUS TO CUA-ERROR-STATUS.
063500     PERFORM VERIFICA-ESTADO-ARCHIVO.
063600
063700     MOVE 'N' TO CUA-EOF-SW.
063800     PERFORM LEE-EXPORTACION
063900         UNTIL CUA-EOF.
064000
064100     CLOSE EXPFILE.
064200
064300 LEE-EXPORTACION.
064400
064500     READ EXPFILE
064600         AT END
064700             SET CUA-EOF TO TRUE
064800         NOT AT END
064900             ADD 1 TO CUA-EXP-CONTADOR
065000             ADD EXP-INCOME-AMT TO CUA-EXP-ENTRADA
065100             ADD EXP-TAX-COMPUTED TO CUA-EXP-IMPUESTOS
065200             IF EXP-RUN-DATE < CUA-FECHA-PROCESO
065300                 ADD 1 TO CUA-EXP-OTRA-FECHA
065400             END-IF
065500     END-READ.
065600
065700*--------------------------------------------------------------*
065800*    CUENTA-LIQUIDACIONES - ADEMAS DE LOS TOTALES, CUENTA LAS   *
065900*    LIQUIDACIONES CUYO BRUTO SUPERA EL MINIMO: CADA UNA DEBE   *
066000*    TENER SUS CUATRO CUOTAS EN FRACFILE POR EL MISMO IMPORTE.  *
066100*--------------------------------------------------------------*
066200 CUENTA-LIQUIDACIONES.
066300
066400     OPEN INPUT LIQFILE.
066500     MOVE 'LIQFILE ' TO CUA-ERROR-ARCHIVO.
066600     MOVE CUA-LIQFILE-STATUS TO CUA-ERROR-STATUS.
066700     PERFORM VERIFICA-ESTADO-ARCHIVO.
066800
066900     MOVE 'N' TO CUA-EOF-SW.
067000     PERFORM LEE-LIQUIDACION
067100         UNTIL CUA-EOF.
067200
067300     CLOSE LIQFILE.
067400
067500 LEE-LIQUIDACION.
067600
067700     READ LIQFILE
067800         AT END
067900             SET CUA-EOF TO TRUE
068000         NOT AT END
068100             ADD 1 TO CUA-LIQ-CONTADOR
068200             ADD LIQ-ENTRADA TO CUA-LIQ-ENTRADA
068300             ADD LIQ-IMPUESTO-BRUTO TO CUA-LIQ-BRUTO
068400             IF LIQ-IMPUESTO-BRUTO > CUA-MINIMO-FRACCION
068500                 ADD 1 TO CUA-LIQ-FRACCIONADAS
068600                 ADD LIQ-IMPUESTO-BRUTO TO CUA-LIQ-BRUTO-FRACC
068700             END-IF
068800     END-READ.
068900
069000 CUENTA-FRACCIONADO.
069100
069200     OPEN INPUT FRACFILE.
069300     MOVE 'FRACFILE' TO CUA-ERROR-ARCHIVO.
069400     MOVE CUA-FRACFILE-STATUS TO CUA-ERROR-STATUS.
069500     PERFORM VERIFICA-ESTADO-ARCHIVO.
069600
069700     MOVE 'N' TO CUA-EOF-SW.
069800     PERFORM LEE-CUOTA
069900         UNTIL CUA-EOF.
070000
070100     CLOSE FRACFILE.
070200
070300 LEE-CUOTA.
070400
070500     READ FRACFILE
070600         AT END
070700             SET CUA-EOF TO TRUE
070800         NOT AT END
070900             ADD 1 TO CUA-FRA-CONTADOR
071000             ADD FRA-IMPORTE TO CUA-FRA-IMPORTE
071100     END-READ.
071200
071300*--------------------------------------------------------------*
071400*    CUENTA-SUSPENSO - SOLO LOS RECHAZOS DE LA FECHA DE         *
071500*    PROCESO.  EL INGRESO DEL REGISTRO ORIGINAL SUMA AL TOTAL   *
071600*    DE CONTROL SOLO SI ES NUMERICO, COMO EN LA COLA.           *
071700*--------------------------------------------------------------*
071800 CUENTA-SUSPENSO.
071900
072000     OPEN INPUT SUSPFILE.
072100     MOVE 'SUSPFILE' TO CUA-ERROR-ARCHIVO.
072200     MOVE CUA-SUSPFILE-STATUS TO CUA-ERROR-STATUS.
072300     PERFORM VERIFICA-ESTADO-ARCHIVO.
072400
072500     MOVE 'N' TO CUA-EOF-SW.
072600     PERFORM LEE-SUSPENSO
072700         UNTIL CUA-EOF.
072800
072900     CLOSE SUSPFILE.
073000
073100 LEE-SUSPENSO.
073200
073300     READ SUSPFILE
073400         AT END
073500             SET CUA-EOF TO TRUE
073600         NOT AT END
073700             IF SUS-FECHA = CUA-FECHA-PROCESO
073800                 ADD 1 TO CUA-SUS-CONTADOR
073900                 MOVE SUS-REGISTRO-ORIGINAL
074000                     TO CUA-REGISTRO-ENTRADA
074100                 IF CUA-ENT-ENTRADA NUMERIC
074200                     ADD CUA-ENT-ENTRADA TO CUA-SUS-ENTRADA
074300                 END-IF
074400             END-IF
074500     END-READ.
074600
074700*--------------------------------------------------------------*
074800*    CUENTA-DUPLICADOS - CADA DUPLICADO DESCARTADO ES UNA LINEA *
074900*    'DUPLICADA : ' DEL INFORME; LAS DEMAS LINEAS (TITULO,      *
075000*    PRIMERA APARICION, BLANCOS) NO CUENTAN.                    *
075100*--------------------------------------------------------------*
075200 CUENTA-DUPLICADOS.
075300
075400     OPEN INPUT DUPREPT.
075500     MOVE 'DUPREPT ' TO CUA-ERROR-ARCHIVO.
075600     MOVE CUA-DUPREPT-STATUS TO CUA-ERROR-STATUS.
075700     PERFORM VERIFICA-ESTADO-ARCHIVO.
075800
075900     MOVE 'N' TO CUA-EOF-SW.
076000     PERFORM LEE-DUPLICADO
076100         UNTIL CUA-EOF.
076200
076300     CLOSE DUPREPT.
076400
076500 LEE-DUPLICADO.
076600
076700     READ DUPREPT
076800         AT END
076900             SET CUA-EOF TO TRUE
077000         NOT AT END
077100             IF DUP-DET-DUPLICADA
077200                 ADD 1 TO CUA-DUP-CONTADOR
077300                 MOVE DUP-DET-REGISTRO TO CUA-REGISTRO-ENTRADA
077400                 IF CUA-ENT-ENTRADA NUMERIC
077500                     ADD CUA-ENT-ENTRADA TO CUA-DUP-ENTRADA
077600                 END-IF
077700             END-IF
077800     END-READ.
077900
078000*--------------------------------------------------------------*
078100*    CUENTA-AUDITORIA - LAS LIQUIDACIONES ORIGINALES DE LA      *
078200*    NOCHE: LAS RECTIFICATIVAS DE REC-TAX NO CUENTAN.  CAL-TAX  *
078300*    FECHA CADA REGISTRO AL GRABARLO, ASI QUE LOS DE DESPUES DE *
078400*    LA MEDIANOCHE TRAEN LA FECHA SIGUIENTE: VALEN TODOS LOS    *
078500*    ORIGINALES DESDE LA FECHA DE PROCESO, PORQUE CUATAXJ CORRE *
078600*    ANTES DEL SIGUIENTE CALTAXJ.                               *
078700*--------------------------------------------------------------*
078800 CUENTA-AUDITORIA.
078900
079000     OPEN INPUT AUDITLOG.
079100     MOVE 'AUDITLOG' TO CUA-ERROR-ARCHIVO.
079200     MOVE CUA-AUDITLOG-STATUS TO CUA-ERROR-STATUS.
079300     PERFORM VERIFICA-ESTADO-ARCHIVO.
079400
079500     MOVE 'N' TO CUA-EOF-SW.
079600     PERFORM LEE-AUDITORIA
079700         UNTIL CUA-EOF.
079800
079900     CLOSE AUDITLOG.
080000
080100 LEE-AUDITORIA.
080200
080300     READ AUDITLOG
080400         AT END
080500             SET CUA-EOF TO TRUE
080600         NOT AT END
080700             IF AUD-ORIGINAL
080800                 AND AUD-FECHA NOT < CUA-FECHA-PROCESO
080900                 ADD 1 TO CUA-AUD-CONTADOR
081000                 ADD AUD-ENTRADA TO CUA-AUD-ENTRADA
081100                 ADD AUD-IMPUESTOS TO CUA-AUD-IMPUESTOS
081200             END-IF
081300     END-READ.
081400
081500*--------------------------------------------------------------*
081600*    IMPRIME-ARCHIVOS - PRIMERA PARTE DE LA HOJA: LAS CIFRAS    *
081700*    DE CADA ARCHIVO TAL CUAL SE HAN CONTADO.                   *
081800*--------------------------------------------------------------*
081900 IMPRIME-ARCHIVOS.
082000
082100     MOVE SPACES TO CUR-LINEA.
082200     PERFORM ESCRIBE-LINEA.
082300     MOVE 'CIFRAS DE CONTROL POR ARCHIVO' TO CUR-SEC-TITULO.
082400     MOVE CUR-LIN-SECCION TO CUR-LINEA.
082500     PERFORM ESCRIBE-LINEA.
082600     MOVE SPACES TO CUR-LINEA.
082700     PERFORM ESCRIBE-LINEA.
082800     MOVE CUR-LIN-CAB-ARCHIVOS TO CUR-LINEA.
082900     PERFORM ESCRIBE-LINEA.
083000
083100     MOVE 'INFILE    COLA DEL EXTRACTO (DECLARADO)'
083200         TO CUR-ARC-ROTULO.
083300     MOVE CUA-COLA-CONTADOR TO CUR-ARC-CONTADOR.
083400     MOVE CUA-COLA-HASH TO CUR-ARC-INGRESO.
083500     MOVE SPACES TO CUR-ARC-IMPUESTO-X.
083600     PERFORM ESCRIBE-ARCHIVO.
083700
083800     MOVE 'INFILE    DETALLE DEL EXTRACTO (LEIDO)'
083900         TO CUR-ARC-ROTULO.
084000     MOVE CUA-DET-CONTADOR TO CUR-ARC-CONTADOR.
084100     MOVE CUA-DET-HASH TO CUR-ARC-INGRESO.
084200     MOVE SPACES TO CUR-ARC-IMPUESTO-X.
084300     PERFORM ESCRIBE-ARCHIVO.
084400
084500     MOVE 'OUTFILE   RESULTADOS LIQUIDADOS' TO CUR-ARC-ROTULO.
084600     MOVE CUA-OUT-CONTADOR TO CUR-ARC-CONTADOR.
084700     MOVE CUA-OUT-ENTRADA TO CUR-ARC-INGRESO.
084800     MOVE CUA-OUT-IMPUESTOS TO CUR-ARC-IMPUESTO.
084900     PERFORM ESCRIBE-ARCHIVO.
085000
085100     MOVE 'EXPFILE   EXPORTACION A NOMINA' TO CUR-ARC-ROTULO.
085200     MOVE CUA-EXP-CONTADOR TO CUR-ARC-CONTADOR.
085300     MOVE CUA-EXP-ENTRADA TO CUR-ARC-INGRESO.
085400     MOVE CUA-EXP-IMPUESTOS TO CUR-ARC-IMPUESTO.
085500     PERFORM ESCRIBE-ARCHIVO.
085600
085700     MOVE 'LIQFILE   LIQUIDACIONES (IMPUESTO BRUTO)'
085800         TO CUR-ARC-ROTULO.
085900     MOVE CUA-LIQ-CONTADOR TO CUR-ARC-CONTADOR.
086000     MOVE CUA-LIQ-ENTRADA TO CUR-ARC-INGRESO.
086100     MOVE CUA-LIQ-BRUTO TO CUR-ARC-IMPUESTO.
086200     PERFORM ESCRIBE-ARCHIVO.
086300
086400     MOVE 'AUDITLOG  ORIGINALES DE LA NOCHE' TO CUR-ARC-ROTULO.
086500     MOVE CUA-AUD-CONTADOR TO CUR-ARC-CONTADOR.
086600     MOVE CUA-AUD-ENTRADA TO CUR-ARC-INGRESO.
086700     MOVE CUA-AUD-IMPUESTOS TO CUR-ARC-IMPUESTO.
086800     PERFORM ESCRIBE-ARCHIVO.
086900
087000     MOVE 'FRACFILE  CUOTAS DEL PAGO FRACCIONADO'
087100         TO CUR-ARC-ROTULO.
087200     MOVE CUA-FRA-CONTADOR TO CUR-ARC-CONTADOR.
087300     MOVE SPACES TO CUR-ARC-INGRESO-X.
087400     MOVE CUA-FRA-IMPORTE TO CUR-ARC-IMPUESTO.
087500     PERFORM ESCRIBE-ARCHIVO.
087600
087700     MOVE 'SUSPFILE  RECHAZOS DE LA FECHA DE PROCESO'
087800         TO CUR-ARC-ROTULO.
087900     MOVE CUA-SUS-CONTADOR TO CUR-ARC-CONTADOR.
088000     MOVE CUA-SUS-ENTRADA TO CUR-ARC-INGRESO.
088100     MOVE SPACES TO CUR-ARC-IMPUESTO-X.
088200     PERFORM ESCRIBE-ARCHIVO.
088300
088400     MOVE 'DUPREPT   DUPLICADOS DESCARTADOS' TO CUR-ARC-ROTULO.
088500     MOVE CUA-DUP-CONTADOR TO CUR-ARC-CONTADOR.
088600     MOVE CUA-DUP-ENTRADA TO CUR-ARC-INGRESO.
088700     MOVE SPACES TO CUR-ARC-IMPUESTO-X.
088800     PERFORM ESCRIBE-ARCHIVO.
088900
089000 ESCRIBE-ARCHIVO.
089100
089200     MOVE CUR-LIN-ARCHIVO TO CUR-LINEA.
089300     PERFORM ESCRIBE-LINEA.
089400
089500*--------------------------------------------------------------*
089600*    COMPRUEBA-CUADRE - SEGUNDA PARTE DE LA HOJA.  EL EXTRACTO  *
089700*    LEIDO DEBE SER EL QUE DECLARA LA COLA; CADA REGISTRO DE    *
089800*    DETALLE TERMINA EN UN SOLO SITIO (LIQUIDADO, SUSPENSO O    *
089900*    DUPLICADO); CADA LIQUIDADO ESTA EN OUTFILE, EXPFILE,       *
090000*    LIQFILE Y AUDITLOG CON LOS MISMOS IMPORTES; Y CADA         *
090100*    LIQUIDACION SOBRE EL MINIMO TIENE SUS CUATRO CUOTAS.       *
090200*--------------------------------------------------------------*
090300 COMPRUEBA-CUADRE.
090400
090500     MOVE SPACES TO CUR-LINEA.
090600     PERFORM ESCRIBE-LINEA.
090700     MOVE 'COMPROBACIONES DE CUADRE' TO CUR-SEC-TITULO.
090800     MOVE CUR-LIN-SECCION TO CUR-LINEA.
090900     PERFORM ESCRIBE-LINEA.
091000     MOVE SPACES TO CUR-LINEA.
091100     PERFORM ESCRIBE-LINEA.
091200     MOVE CUR-LIN-CAB-COMPROBACION TO CUR-LINEA.
091300     PERFORM ESCRIBE-LINEA.
091400
091500     MOVE 'DETALLE LEIDO CONTRA COLA - REGISTROS'
091600         TO CUA-CMP-DESCRIPCION.
091700     MOVE CUA-COLA-CONTADOR TO CUA-CMP-ESPERADO.
091800     MOVE CUA-DET-CONTADOR TO CUA-CMP-OBTENIDO.
091900     PERFORM COMPARA-REGISTROS.
092000
092100     MOVE 'DETALLE LEIDO CONTRA COLA - TOTAL DE CONTROL'
092200         TO CUA-CMP-DESCRIPCION.
092300     MOVE CUA-COLA-HASH TO CUA-CMP-ESPERADO.
092400     MOVE CUA-DET-HASH TO CUA-CMP-OBTENIDO.
092500     PERFORM COMPARA-IMPORTES.
092600
092700     MOVE 'COLA = LIQUIDADOS + SUSPENSO + DUPLICADOS - REGISTROS'
092800         TO CUA-CMP-DESCRIPCION.
092900     MOVE CUA-COLA-CONTADOR TO CUA-CMP-ESPERADO.
093000     COMPUTE CUA-CMP-OBTENIDO =
093100         CUA-OUT-CONTADOR + CUA-SUS-CONTADOR + CUA-DUP-CONTADOR.
093200     PERFORM COMPARA-REGISTROS.
093300
093400     MOVE 'COLA = LIQUIDADOS + SUSPENSO + DUPLICADOS - CONTROL'
093500         TO CUA-CMP-DESCRIPCION.
093600     MOVE CUA-COLA-HASH TO CUA-CMP-ESPERADO.
093700     COMPUTE CUA-CMP-OBTENIDO =
093800         CUA-OUT-ENTRADA + CUA-SUS-ENTRADA + CUA-DUP-ENTRADA.
093900     PERFORM COMPARA-IMPORTES.
094000
094100     MOVE CUA-OUT-CONTADOR TO CUA-CMP-ESPERADO.
094200     MOVE 'EXPFILE CONTRA OUTFILE - REGISTROS'
094300         TO CUA-CMP-DESCRIPCION.
094400     MOVE CUA-EXP-CONTADOR TO CUA-CMP-OBTENIDO.
094500     PERFORM COMPARA-REGISTROS.
094600     MOVE 'LIQFILE CONTRA OUTFILE - REGISTROS'
094700         TO CUA-CMP-DESCRIPCION.
094800     MOVE CUA-LIQ-CONTADOR TO CUA-CMP-OBTENIDO.
094900     PERFORM COMPARA-REGISTROS.
095000     MOVE 'AUDITLOG CONTRA OUTFILE - REGISTROS'
095100         TO CUA-CMP-DESCRIPCION.
095200     MOVE CUA-AUD-CONTADOR TO CUA-CMP-OBTENIDO.
095300     PERFORM COMPARA-REGISTROS.
095400
095500     MOVE CUA-OUT-ENTRADA TO CUA-CMP-ESPERADO.
095600     MOVE 'EXPFILE CONTRA OUTFILE - INGRESO'
095700         TO CUA-CMP-DESCRIPCION.
095800     MOVE CUA-EXP-ENTRADA TO CUA-CMP-OBTENIDO.
095900     PERFORM COMPARA-IMPORTES.
096000     MOVE 'LIQFILE CONTRA OUTFILE - INGRESO'
096100         TO CUA-CMP-DESCRIPCION.
096200     MOVE CUA-LIQ-ENTRADA TO CUA-CMP-OBTENIDO.
096300     PERFORM COMPARA-IMPORTES.
096400     MOVE 'AUDITLOG CONTRA OUTFILE - INGRESO'
096500         TO CUA-CMP-DESCRIPCION.
096600     MOVE CUA-AUD-ENTRADA TO CUA-CMP-OBTENIDO.
096700     PERFORM COMPARA-IMPORTES.
096800
096900     MOVE CUA-OUT-IMPUESTOS TO CUA-CMP-ESPERADO.
097000     MOVE 'EXPFILE CONTRA OUTFILE - IMPUESTO'
097100         TO CUA-CMP-DESCRIPCION.
097200     MOVE CUA-EXP-IMPUESTOS TO CUA-CMP-OBTENIDO.
097300     PERFORM COMPARA-IMPORTES.
097400     MOVE 'LIQFILE CONTRA OUTFILE - IMPUESTO BRUTO'
097500         TO CUA-CMP-DESCRIPCION.
097600     MOVE CUA-LIQ-BRUTO TO CUA-CMP-OBTENIDO.
097700     PERFORM COMPARA-IMPORTES.
097800     MOVE 'AUDITLOG CONTRA OUTFILE - IMPUESTO'
097900         TO CUA-CMP-DESCRIPCION.
098000     MOVE CUA-AUD-IMPUESTOS TO CUA-CMP-OBTENIDO.
098100     PERFORM COMPARA-IMPORTES.
098200
098300     MOVE 'EXPFILE CON FECHA ANTERIOR A LA DE PROCESO - REGISTROS'
098400         TO CUA-CMP-DESCRIPCION.
098500     MOVE ZERO TO CUA-CMP-ESPERADO.
098600     MOVE CUA-EXP-OTRA-FECHA TO CUA-CMP-OBTENIDO.
098700     PERFORM COMPARA-REGISTROS.
098800
098900     MOVE 'FRACFILE CONTRA 4 CUOTAS POR LIQUIDACION SOBRE MINIMO'
099000         TO CUA-CMP-DESCRIPCION.
099100     COMPUTE CUA-CMP-ESPERADO = CUA-LIQ-FRACCIONADAS * 4.
099200     MOVE CUA-FRA-CONTADOR TO CUA-CMP-OBTENIDO.
099300     PERFORM COMPARA-REGISTROS.
099400
099500     MOVE 'FRACFILE CONTRA BRUTO DE LIQUIDACIONES SOBRE MINIMO'
099600         TO CUA-CMP-DESCRIPCION.
099700     MOVE CUA-LIQ-BRUTO-FRACC TO CUA-CMP-ESPERADO.
099800     MOVE CUA-FRA-IMPORTE TO CUA-CMP-OBTENIDO.
099900     PERFORM COMPARA-IMPORTES.
100000
100100 COMPARA-REGISTROS.
100200
100300     COMPUTE CUA-CMP-DIFERENCIA =
100400         CUA-CMP-OBTENIDO - CUA-CMP-ESPERADO.
100500
100600     MOVE CUA-CMP-DESCRIPCION TO CUR-CRG-DESCRIPCION.
100700     MOVE CUA-CMP-ESPERADO TO CUR-CRG-ESPERADO.
100800     MOVE CUA-CMP-OBTENIDO TO CUR-CRG-OBTENIDO.
100900     MOVE CUA-CMP-DIFERENCIA TO CUR-CRG-DIFERENCIA.
101000     PERFORM ANOTA-DIFERENCIA.
101100     MOVE CUR-CMP-RESULTADO TO CUR-CRG-RESULTADO.
101200     MOVE CUR-LIN-CMP-REGISTROS TO CUR-LINEA.
101300     PERFORM ESCRIBE-LINEA.
101400
101500 COMPARA-IMPORTES.
101600
101700     COMPUTE CUA-CMP-DIFERENCIA =
101800         CUA-CMP-OBTENIDO - CUA-CMP-ESPERADO.
101900
102000     MOVE CUA-CMP-DESCRIPCION TO CUR-CMP-DESCRIPCION.
102100     MOVE CUA-CMP-ESPERADO TO CUR-CMP-ESPERADO.
102200     MOVE CUA-CMP-OBTENIDO TO CUR-CMP-OBTENIDO.
102300     MOVE CUA-CMP-DIFERENCIA TO CUR-CMP-DIFERENCIA.
102400     PERFORM ANOTA-DIFERENCIA.
102500     MOVE CUR-LIN-COMPROBACION TO CUR-LINEA.
102600     PERFORM ESCRIBE-LINEA.
102700
102800 ANOTA-DIFERENCIA.
102900
103000     IF CUA-CMP-DIFERENCIA = ZERO
103100         MOVE 'CUADRA' TO CUR-CMP-RESULTADO
103200     ELSE
103300         MOVE '*** DESCUADRE' TO CUR-CMP-RESULTADO
103400         ADD 1 TO CUA-DESCUADRES
103500         SET CUA-DESCUADRADO TO TRUE
103600         DISPLAY '*** DESCUADRE: ' CUA-CMP-DESCRIPCION
103700     END-IF.
103800
103900*--------------------------------------------------------------*
104000*    RESUELVE-RESULTADO - UN DESCUADRE SOLO SE LIBERA CON UNA   *
104100*    TARJETA DE LIBERACION DE LA MISMA FECHA DE PROCESO, PARA   *
104200*    QUE UNA TARJETA OLVIDADA EN EL JCL NO LIBERE LOS           *
104300*    DESCUADRES DE OTRAS NOCHES.  UNA TARJETA MAL FORMADA SE    *
104400*    IGNORA Y EL DESCUADRE SIGUE RETENIENDO.                    *
104500*--------------------------------------------------------------*
104600 RESUELVE-RESULTADO.
104700
104800     PERFORM LEE-LIBERACION.
104900
105000     MOVE SPACES TO CUR-LINEA.
105100     PERFORM ESCRIBE-LINEA.
105200     MOVE 'RESULTADO : ' TO CUR-RES-ROTULO.
105300
105400     IF CUA-CUADRADO
105500         MOVE 0 TO CUA-RETORNO
105600         MOVE 'CUADRADO' TO CUR-RES-TEXTO
105700         MOVE 'NOTLIQJ, PAGDEVOJ Y CONFRACJ PUEDEN EMPEZAR'
105800             TO CUR-RES-TRABAJOS
105900     ELSE
106000         IF CUA-LIBERACION-VALIDA
106100             SET CUA-LIBERADO TO TRUE
106200             MOVE 4 TO CUA-RETORNO
106300             MOVE 'DESCUADRE LIBERADO POR EL OPERADOR'
106400                 TO CUR-RES-TEXTO
106500             MOVE 'NOTLIQJ, PAGDEVOJ Y CONFRACJ PUEDEN EMPEZAR'
106600                 TO CUR-RES-TRABAJOS
106700         ELSE
106800             MOVE 8 TO CUA-RETORNO
106900             MOVE 'DESCUADRADO' TO CUR-RES-TEXTO
107000             MOVE 'NOTLIQJ, PAGDEVOJ Y CONFRACJ RETENIDOS'
107100                 TO CUR-RES-TRABAJOS
107200         END-IF
107300     END-IF.
107400     MOVE CUR-LIN-RESULTADO TO CUR-LINEA.
107500     PERFORM ESCRIBE-LINEA.
107600
107700     MOVE SPACES TO CUR-RES-TRABAJOS.
107800     IF CUA-CON-TARJETA
107900         IF CUA-LIBERACION-VALIDA
108000             IF CUA-CUADRADO
108100                 MOVE 'TARJETA DE LIBERACION NO NECESARIA'
108200                     TO CUR-RES-TEXTO
108300                 MOVE CUR-LIN-RESULTADO TO CUR-LINEA
108400                 PERFORM ESCRIBE-LINEA
108500             END-IF
108600             MOVE CUA-LIB-OPERADOR TO CUR-LIB-OPERADOR
108700             MOVE CUA-LIB-MOTIVO TO CUR-LIB-MOTIVO
108800             MOVE CUR-LIN-LIBERACION TO CUR-LINEA
108900             PERFORM ESCRIBE-LINEA
109000         ELSE
109100             MOVE 'TARJETA DE LIBERACION NO VALIDA'
109200                 TO CUR-RES-TEXTO
109300             MOVE 'SE IGNORA' TO CUR-RES-TRABAJOS
109400             MOVE CUR-LIN-RESULTADO TO CUR-LINEA
109500             PERFORM ESCRIBE-LINEA
109600         END-IF
109700     END-IF.
109800
109900 LEE-LIBERACION.
110000
110100     OPEN INPUT LIBFILE.
110200     MOVE 'PARMCARD' TO CUA-ERROR-ARCHIVO.
110300     MOVE CUA-LIBFILE-STATUS TO CUA-ERROR-STATUS.
110400     PERFORM VERIFICA-ESTADO-ARCHIVO.
110500
110600     READ LIBFILE
110700         AT END
110800             SET CUA-SIN-TARJETA TO TRUE
110900         NOT AT END
111000             SET CUA-CON-TARJETA TO TRUE
111100     END-READ.
111200
111300     CLOSE LIBFILE.
111400
111500     IF CUA-CON-TARJETA
111600         IF CUA-LIB-LIBERAR
111700             AND CUA-LIB-FECHA NUMERIC
111800             AND CUA-LIB-FECHA-N = CUA-FECHA-PROCESO
111900             AND CUA-LIB-OPERADOR NOT = SPACES
112000             SET CUA-LIBERACION-VALIDA TO TRUE
112100             DISPLAY 'TARJETA DE LIBERACION DEL OPERADOR '
112200                 CUA-LIB-OPERADOR
112300         ELSE
112400             DISPLAY '*** TARJETA DE LIBERACION NO VALIDA O DE '
112500                 'OTRA FECHA - SE IGNORA'
112600         END-IF
112700     END-IF.
112800
112900*--------------------------------------------------------------*
113000*    GRABA-CONTROL - DEJA EN EL HISTORICO DE CUADRES LAS CIFRAS *
113100*    DE LA NOCHE Y EL RESULTADO.                                *
113200*--------------------------------------------------------------*
113300 GRABA-CONTROL.
113400
113500     OPEN EXTEND CTLFILE.
113600     MOVE 'CTLFILE ' TO CUA-ERROR-ARCHIVO.
113700     MOVE CUA-CTLFILE-STATUS TO CUA-ERROR-STATUS.
113800     PERFORM VERIFICA-ESTADO-ARCHIVO.
113900
114000     MOVE SPACES TO CTL-CONTROL-REC.
114100     MOVE CUA-FECHA-PROCESO TO CTL-FECHA-PROCESO.
114200     MOVE CUA-FECHA-CUADRE TO CTL-FECHA-CUADRE.
114300     MOVE CUA-HORA-CUADRE TO CTL-HORA-CUADRE.
114400     MOVE CUA-RESULTADO TO CTL-RESULTADO.
114500     MOVE CUA-DESCUADRES TO CTL-DESCUADRES.
114600     IF CUA-LIBERADO
114700         MOVE CUA-LIB-OPERADOR TO CTL-OPERADOR
114800     END-IF.
114900     MOVE CUA-COLA-CONTADOR TO CTL-COLA-CONTADOR.
115000     MOVE CUA-COLA-HASH TO CTL-COLA-HASH.
115100     MOVE CUA-DET-CONTADOR TO CTL-DET-CONTADOR.
115200     MOVE CUA-DET-HASH TO CTL-DET-HASH.
115300     MOVE CUA-OUT-CONTADOR TO CTL-OUT-CONTADOR.
115400     MOVE CUA-OUT-ENTRADA TO CTL-OUT-ENTRADA.
115500     MOVE CUA-OUT-IMPUESTOS TO CTL-OUT-IMPUESTOS.
115600     MOVE CUA-EXP-CONTADOR TO CTL-EXP-CONTADOR.
115700     MOVE CUA-EXP-ENTRADA TO CTL-EXP-ENTRADA.
115800     MOVE CUA-EXP-IMPUESTOS TO CTL-EXP-IMPUESTOS.
115900     MOVE CUA-LIQ-CONTADOR TO CTL-LIQ-CONTADOR.
116000     MOVE CUA-LIQ-ENTRADA TO CTL-LIQ-ENTRADA.
116100     MOVE CUA-LIQ-BRUTO TO CTL-LIQ-BRUTO.
116200     MOVE CUA-AUD-CONTADOR TO CTL-AUD-CONTADOR.
116300     MOVE CUA-AUD-ENTRADA TO CTL-AUD-ENTRADA.
116400     MOVE CUA-AUD-IMPUESTOS TO CTL-AUD-IMPUESTOS.
116500     MOVE CUA-FRA-CONTADOR TO CTL-FRA-CONTADOR.
116600     MOVE CUA-FRA-IMPORTE TO CTL-FRA-IMPORTE.
116700     MOVE CUA-SUS-CONTADOR TO CTL-SUS-CONTADOR.
116800     MOVE CUA-SUS-ENTRADA TO CTL-SUS-ENTRADA.
116900     MOVE CUA-DUP-CONTADOR TO CTL-DUP-CONTADOR.
117000     MOVE CUA-DUP-ENTRADA TO CTL-DUP-ENTRADA.
117100     WRITE CTL-CONTROL-REC.
117200     MOVE 'CTLFILE ' TO CUA-ERROR-ARCHIVO.
117300     MOVE CUA-CTLFILE-STATUS TO CUA-ERROR-STATUS.
117400     PERFORM VERIFICA-ESTADO-ARCHIVO.
117500
117600     CLOSE CTLFILE.
117700
117800 ESCRIBE-LINEA.
117900
118000     WRITE CUR-LINEA.
118100     MOVE 'CUAREPT ' TO CUA-ERROR-ARCHIVO.
118200     MOVE CUA-CUAREPT-STATUS TO CUA-ERROR-STATUS.
118300     PERFORM VERIFICA-ESTADO-ARCHIVO.
118400
118500 FIN.
118600
118700     CLOSE CUAREPT.
118800
118900     DISPLAY ' '.
119000     DISPLAY '===================================='.
119100     DISPLAY '  CUA-TAX - INFORME DE CONTROL'.
119200     DISPLAY '===================================='.
119300     DISPLAY '  FECHA PROCESO: ' CUA-FECHA-PROCESO.
119400     DISPLAY '  COLA         : ' CUA-COLA-CONTADOR.
119500     DISPLAY '  LIQUIDADOS   : ' CUA-OUT-CONTADOR.
119600     DISPLAY '  SUSPENSO     : ' CUA-SUS-CONTADOR.
119700     DISPLAY '  DUPLICADOS   : ' CUA-DUP-CONTADOR.
119800     DISPLAY '  DESCUADRES   : ' CUA-DESCUADRES.
119900     IF CUA-CUADRADO
120000         DISPLAY '  RESULTADO    : CUADRADO'
120100     ELSE
120200         IF CUA-LIBERADO
120300             DISPLAY '  RESULTADO    : DESCUADRE LIBERADO POR '
120400                 CUA-LIB-OPERADOR
120500         ELSE
120600             DISPLAY '  RESULTADO    : DESCUADRADO'
120700         END-IF
120800     END-IF.
120900     DISPLAY '  CODIGO RETORNO: ' CUA-RETORNO.
121000     DISPLAY '===================================='.
121100
121200     DISPLAY 'FIN DE PROGRAMA'
121300
121400     MOVE CUA-RETORNO TO RETURN-CODE.
121500
121600     STOP RUN.
