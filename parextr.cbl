000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID.   PAR-EXTR                                     *
000400*    AUTHOR.       J. MARTIN                                    *
000500*    INSTALLATION. DIRECCION GENERAL DE TRIBUTOS - DEPTO SIS    *
000600*    DATE-WRITTEN. 2026-10-15                                   *
000700*    DATE-COMPILED.                                             *
000800*                                                               *
000900*    PURPOSE.      REPARTO DEL EXTRACTO CONSOLIDADO DE CON-EXTR *
001000*                  EN N PARTICIONES POR RANGO DE IDENTIFICADOR  *
001100*                  DE CONTRIBUYENTE, PARA LIQUIDARLAS EN        *
001200*                  PARALELO CON CAL-TAX (UN JOB POR PARTICION,  *
001300*                  CADA UNO CON SU PUNTO DE CONTROL Y SUS       *
001400*                  ARCHIVOS).  CADA EXTRACTO PARCIAL LLEVA LA   *
001500*                  CABECERA DEL COMPLETO CON SU NUMERO DE       *
001600*                  PARTICION Y SU RANGO, Y UNA COLA PROPIA CON  *
001700*                  SU CONTADOR Y SU TOTAL DE CONTROL, DE MODO   *
001800*                  QUE CAL-TAX LO VALIDA COMO CUALQUIER OTRO    *
001900*                  EXTRACTO.  UN CASADO VINCULADO VA A LA       *
002000*                  PARTICION DEL MENOR IDENTIFICADOR DE LA      *
002100*                  PAREJA, PARA QUE LOS DOS CONYUGES SE         *
002200*                  LIQUIDEN EN EL MISMO JOB.  EL PLAN DE        *
002300*                  PARTICIONES (PARTCTL) QUEDA PARA LA FUSION   *
002400*                  FUS-TAX.                                     *
002500*                                                               *
002600*-----------------------------------------------------------------
002700*    MODIFICATION HISTORY                                       *
002800*-----------------------------------------------------------------
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------- ----  -------------------------------------------*
003100*    2026-10-15 JM    ORIGINAL PROGRAM.                          *
003200*****************************************************************
003300
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PAR-EXTR.
003600 AUTHOR. J. MARTIN.
003700 INSTALLATION. DIRECCION GENERAL DE TRIBUTOS.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900
005000     SELECT INFILE ASSIGN TO INFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS PEX-INFILE-STATUS.
005300
005400     SELECT PARMFILE ASSIGN TO PARMCARD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS PEX-PARMFILE-STATUS.
005700
005800*    EL MAESTRO SOLO SE CONSULTA, PARA LLEVAR A LOS CASADOS    *
005900*    VINCULADOS A LA PARTICION DE SU CONYUGE.                  *
006000     SELECT MASTFILE ASSIGN TO MASTFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS MST-TAXPAYER-ID
006400         FILE STATUS IS PEX-MASTFILE-STATUS.
006500
006600*    UNA SALIDA POR PARTICION; SOLO SE ABREN LAS N PRIMERAS Y  *
006700*    LAS DEMAS PUEDEN IR A DUMMY EN EL JCL.                    *
006800     SELECT PARTOUT1 ASSIGN TO PARTOUT1
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS PEX-PAR1-STATUS.
007100
007200     SELECT PARTOUT2 ASSIGN TO PARTOUT2
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS PEX-PAR2-STATUS.
007500
007600     SELECT PARTOUT3 ASSIGN TO PARTOUT3
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS PEX-PAR3-STATUS.
007900
008000     SELECT PARTOUT4 ASSIGN TO PARTOUT4
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS PEX-PAR4-STATUS.
008300
008400     SELECT PARTOUT5 ASSIGN TO PARTOUT5
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS PEX-PAR5-STATUS.
008700
008800     SELECT PARTOUT6 ASSIGN TO PARTOUT6
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS PEX-PAR6-STATUS.
009100
009200     SELECT PARTOUT7 ASSIGN TO PARTOUT7
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS PEX-PAR7-STATUS.
009500
009600     SELECT PARTOUT8 ASSIGN TO PARTOUT8
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS PEX-PAR8-STATUS.
009900
010000     SELECT PARTCTL ASSIGN TO PARTCTL
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS PEX-PARTCTL-STATUS.
010300
010400 DATA DIVISION.
010500
010600 FILE SECTION.
010700
010800*--------------------------------------------------------------*
010900*    INFILE - EXTRACTO CONSOLIDADO COMPLETO DE CON-EXTR:       *
011000*    CABECERA, DETALLE ORDENADO POR IDENTIFICADOR Y COLA.      *
011100*--------------------------------------------------------------*
011200 FD  INFILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  IN-INCOME-REC.
011600     05 IN-TAXPAYER-ID           PIC X(09).
011700     05 IN-ENTRADA               PIC S9(09)V99.
011800     05 FILLER                   PIC X(22).
011900
012000*    REGISTROS DE CONTROL DEL EXTRACTO (CABECERA Y COLA).      *
012100     COPY EXTRCTRL.
012200
012300*--------------------------------------------------------------*
012400*    PARMFILE - UNA TARJETA DE PARAMETROS:                     *
012500*        COL 01-02  NUMERO DE PARTICIONES 9(02), DE 01 A 08    *
012600*        COL 03-65  LIMITE SUPERIOR (INCLUIDO) DE LAS          *
012700*                   PARTICIONES 1 A 7, NUEVE POSICIONES CADA   *
012800*                   UNO, EN ORDEN CRECIENTE.  SOLO SE USAN     *
012900*                   LOS N-1 PRIMEROS: LA ULTIMA PARTICION NO   *
013000*                   TIENE LIMITE SUPERIOR.                     *
013100*--------------------------------------------------------------*
013200 FD  PARMFILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  PEX-PARM-REC.
013600     05 PEX-PRM-PARTICIONES      PIC X(02).
013700     05 PEX-PRM-PARTICIONES-N REDEFINES PEX-PRM-PARTICIONES
013800                                 PIC 9(02).
013900     05 PEX-PRM-LIMITES          PIC X(63).
014000     05 FILLER                   PIC X(15).
014100
014200 FD  MASTFILE.
014300     COPY TAXPAYR.
014400
014500*--------------------------------------------------------------*
014600*    PARTOUT1 A PARTOUT8 - EXTRACTOS PARCIALES EN EL FORMATO   *
014700*    DE INFILE DE CAL-TAX.                                     *
014800*--------------------------------------------------------------*
014900 FD  PARTOUT1
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200 01  PAR1-REGISTRO               PIC X(42).
015300
015400 FD  PARTOUT2
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700 01  PAR2-REGISTRO               PIC X(42).
015800
015900 FD  PARTOUT3
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  PAR3-REGISTRO               PIC X(42).
016300
016400 FD  PARTOUT4
016500     RECORDING MODE IS F
016600     LABEL RECORDS ARE STANDARD.
016700 01  PAR4-REGISTRO               PIC X(42).
016800
016900 FD  PARTOUT5
017000     RECORDING MODE IS F
017100     LABEL RECORDS ARE STANDARD.
017200 01  PAR5-REGISTRO               PIC X(42).
017300
017400 FD  PARTOUT6
017500     RECORDING MODE IS F
017600     LABEL RECORDS ARE STANDARD.
017700 01  PAR6-REGISTRO               PIC X(42).
017800
017900 FD  PARTOUT7
018000     RECORDING MODE IS F
018100     LABEL RECORDS ARE STANDARD.
018200 01  PAR7-REGISTRO               PIC X(42).
018300
018400 FD  PARTOUT8
018500     RECORDING MODE IS F
018600     LABEL RECORDS ARE STANDARD.
018700 01  PAR8-REGISTRO               PIC X(42).
018800
018900*--------------------------------------------------------------*
019000*    PARTCTL - PLAN DE PARTICIONES PARA FUS-TAX.               *
019100*--------------------------------------------------------------*
019200 FD  PARTCTL
019300     RECORDING MODE IS F
019400     LABEL RECORDS ARE STANDARD.
019500     COPY PARTREG.
019600
019700 WORKING-STORAGE SECTION.
019800
019900 01  PEX-FILE-STATUSES.
020000     05 PEX-INFILE-STATUS        PIC X(02) VALUE '00'.
020100     05 PEX-PARMFILE-STATUS      PIC X(02) VALUE '00'.
020200     05 PEX-MASTFILE-STATUS      PIC X(02) VALUE '00'.
020300     05 PEX-PARTCTL-STATUS       PIC X(02) VALUE '00'.
020400
020500*--------------------------------------------------------------*
020600*    ESTADOS Y NOMBRES DE LAS SALIDAS POR PARTICION, CON UNA   *
020700*    VISTA EN TABLA PARA COMPROBARLOS POR SUBINDICE.           *
020800*--------------------------------------------------------------*
020900 01  PEX-PAR-STATUSES.
021000     05 PEX-PAR1-STATUS          PIC X(02) VALUE '00'.
021100     05 PEX-PAR2-STATUS          PIC X(02) VALUE '00'.
021200     05 PEX-PAR3-STATUS          PIC X(02) VALUE '00'.
021300     05 PEX-PAR4-STATUS          PIC X(02) VALUE '00'.
021400     05 PEX-PAR5-STATUS          PIC X(02) VALUE '00'.
021500     05 PEX-PAR6-STATUS          PIC X(02) VALUE '00'.
021600     05 PEX-PAR7-STATUS          PIC X(02) VALUE '00'.
021700     05 PEX-PAR8-STATUS          PIC X(02) VALUE '00'.
021800
021900 01  PEX-TABLA-STATUS REDEFINES PEX-PAR-STATUSES.
022000     05 PEX-PAR-STATUS           PIC X(02) OCCURS 8 TIMES.
022100
022200 01  PEX-CONSTANTES-NOMBRES.
022300     05 FILLER                   PIC X(08) VALUE 'PARTOUT1'.
022400     05 FILLER                   PIC X(08) VALUE 'PARTOUT2'.
022500     05 FILLER                   PIC X(08) VALUE 'PARTOUT3'.
022600     05 FILLER                   PIC X(08) VALUE 'PARTOUT4'.
022700     05 FILLER                   PIC X(08) VALUE 'PARTOUT5'.
022800     05 FILLER                   PIC X(08) VALUE 'PARTOUT6'.
022900     05 FILLER                   PIC X(08) VALUE 'PARTOUT7'.
023000     05 FILLER                   PIC X(08) VALUE 'PARTOUT8'.
023100
023200 01  PEX-TABLA-NOMBRES REDEFINES PEX-CONSTANTES-NOMBRES.
023300     05 PEX-PAR-NOMBRE           PIC X(08) OCCURS 8 TIMES.
023400
023500 01  PEX-ERROR-CONTROL.
023600     05 PEX-ERROR-ARCHIVO        PIC X(08).
023700     05 PEX-ERROR-STATUS         PIC X(02).
023800
023900 01  PEX-SWITCHES.
024000     05 PEX-EOF-SW               PIC X(01) VALUE 'N'.
024100         88 PEX-EOF                  VALUE 'Y'.
024200     05 PEX-PARM-EOF-SW          PIC X(01) VALUE 'N'.
024300         88 PEX-PARM-EOF             VALUE 'Y'.
024400     05 PEX-COLA-SW              PIC X(01) VALUE 'N'.
024500         88 PEX-COLA-VISTA           VALUE 'S'.
024600     05 PEX-LIMITES-SW           PIC X(01) VALUE 'S'.
024700         88 PEX-LIMITES-VALIDOS      VALUE 'S'.
024800         88 PEX-LIMITES-INVALIDOS    VALUE 'N'.
024900
025000 01  PEX-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
025100
025200*--------------------------------------------------------------*
025300*    PEX-REPARTO - NUMERO DE PARTICIONES Y LIMITE SUPERIOR DE  *
025400*    CADA UNA.  EL DE LA ULTIMA SE PONE A HIGH-VALUES PARA QUE *
025500*    LA BUSQUEDA DEL RANGO TERMINE SIEMPRE EN ELLA.            *
025600*--------------------------------------------------------------*
025700 01  PEX-REPARTO.
025800     05 PEX-PARTICIONES          PIC 9(02) VALUE ZERO.
025900     05 PEX-IDX                  PIC 9(02) COMP.
026000     05 PEX-IDX-PROPIO           PIC 9(02) COMP.
026100     05 PEX-IDX-ANTERIOR         PIC 9(02) COMP.
026200     05 PEX-CLAVE-REPARTO        PIC X(09).
026300
026400 01  PEX-TABLA-LIMITES.
026500     05 PEX-LIMITE               PIC X(09) OCCURS 8 TIMES.
026600
026700*--------------------------------------------------------------*
026800*    CIFRAS DE CONTROL: LAS DE LA COLA DEL EXTRACTO COMPLETO,  *
026900*    LAS DE SU DETALLE (ACUMULADAS IGUAL QUE EN CAL-TAX) Y LAS *
027000*    DE CADA PARTICION, QUE VAN A SU COLA Y AL PLAN.           *
027100*--------------------------------------------------------------*
027200 01  PEX-TOTALES.
027300     05 PEX-COLA-CONTADOR        PIC 9(09) VALUE ZERO.
027400     05 PEX-COLA-HASH            PIC 9(13)V99 VALUE ZERO.
027500     05 PEX-EXT-CONTADOR         PIC 9(09) VALUE ZERO.
027600     05 PEX-EXT-HASH             PIC 9(13)V99 VALUE ZERO.
027700     05 PEX-EXT-PAREJAS          PIC 9(09) VALUE ZERO.
027800     05 PEX-HASH-ED              PIC Z(12)9.99.
027900     05 PEX-COLA-HASH-ED         PIC Z(12)9.99.
028000
028100 01  PEX-TABLA-PARTICIONES.
028200     05 PEX-PARTICION OCCURS 8 TIMES.
028300         10 PEX-PAR-CONTADOR     PIC 9(09).
028400         10 PEX-PAR-HASH         PIC 9(13)V99.
028500         10 PEX-PAR-PAREJAS      PIC 9(09).
028600
028700*--------------------------------------------------------------*
028800*    REGISTROS DE SALIDA: CABECERA DE LA PARTICION (LA DEL     *
028900*    EXTRACTO COMPLETO CON SU NUMERO Y SU RANGO), DETALLE TAL  *
029000*    CUAL Y COLA PROPIA.                                       *
029100*--------------------------------------------------------------*
029200 01  PEX-REGISTRO-SALIDA         PIC X(42).
029300
029400 01  PEX-CAB-SALIDA.
029500     05 PEX-CAB-TIPO             PIC X(03) VALUE 'CAB'.
029600     05 PEX-CAB-FECHA            PIC 9(08).
029700     05 PEX-CAB-SISTEMA          PIC X(08).
029800     05 PEX-CAB-PARTICION        PIC 9(02).
029900     05 PEX-CAB-PARTICIONES      PIC 9(02).
030000     05 PEX-CAB-LIMITE-INF       PIC X(09).
030100     05 PEX-CAB-LIMITE-SUP       PIC X(09).
030200     05 FILLER                   PIC X(01) VALUE SPACES.
030300
030400 01  PEX-COLA-SALIDA.
030500     05 PEX-COLA-TIPO            PIC X(03) VALUE 'FIN'.
030600     05 PEX-COLA-SAL-CONTADOR    PIC 9(09).
030700     05 PEX-COLA-SAL-HASH        PIC 9(13)V99.
030800     05 FILLER                   PIC X(15) VALUE SPACES.
030900
031000 PROCEDURE DIVISION.
031100
031200 MAIN-PROCEDURE.
031300
031400     PERFORM INICIO.
031500
031600     PERFORM REPARTE-REGISTRO
031700         UNTIL PEX-EOF.
031800
031900     PERFORM FIN.
032000
032100 INICIO.
032200
032300     DISPLAY 'PAR-EXTR - REPARTO DEL EXTRACTO EN PARTICIONES'.
032400
032500     ACCEPT PEX-FECHA-EJECUCION FROM DATE YYYYMMDD.
032600
032700     PERFORM LEE-PARAMETROS.
032800
032900     OPEN INPUT INFILE.
033000     MOVE 'INFILE  ' TO PEX-ERROR-ARCHIVO.
033100     MOVE PEX-INFILE-STATUS TO PEX-ERROR-STATUS.
033200     PERFORM VERIFICA-ESTADO-ARCHIVO.
033300
033400     PERFORM LEE-CABECERA.
033500
033600     OPEN INPUT MASTFILE.
033700     MOVE 'MASTFILE' TO PEX-ERROR-ARCHIVO.
033800     MOVE PEX-MASTFILE-STATUS TO PEX-ERROR-STATUS.
033900     PERFORM VERIFICA-ESTADO-ARCHIVO.
034000
034100     PERFORM ABRE-PARTICION
034200         VARYING PEX-IDX FROM 1 BY 1
034300         UNTIL PEX-IDX > PEX-PARTICIONES.
034400
034500*--------------------------------------------------------------*
034600*    LEE-PARAMETROS - EL NUMERO DE PARTICIONES ES OBLIGATORIO  *
034700*    (01 A 08) Y LOS N-1 LIMITES DEBEN VENIR INFORMADOS Y EN   *
034800*    ORDEN ESTRICTAMENTE CRECIENTE.  UNA TARJETA INVALIDA      *
034900*    ABORTA ANTES DE ESCRIBIR NINGUNA PARTICION.               *
035000*--------------------------------------------------------------*
035100 LEE-PARAMETROS.
035200
035300     OPEN INPUT PARMFILE.
035400     MOVE 'PARMCARD' TO PEX-ERROR-ARCHIVO.
035500     MOVE PEX-PARMFILE-STATUS TO PEX-ERROR-STATUS.
035600     PERFORM VERIFICA-ESTADO-ARCHIVO.
035700
035800     READ PARMFILE
035900         AT END
036000             SET PEX-PARM-EOF TO TRUE
036100     END-READ.
036200
036300     IF PEX-PARM-EOF
036400         OR PEX-PRM-PARTICIONES NOT NUMERIC
036500         DISPLAY '*** FALTA O ES INVALIDO EL NUMERO DE '
036600             'PARTICIONES EN LA TARJETA DE PARAMETROS'
036700         MOVE 16 TO RETURN-CODE
036800         STOP RUN
036900     END-IF.
037000
037100     IF PEX-PRM-PARTICIONES-N < 1 OR PEX-PRM-PARTICIONES-N > 8
037200         DISPLAY '*** EL NUMERO DE PARTICIONES DEBE IR DE 01 '
037300             'A 08: ' PEX-PRM-PARTICIONES
037400         MOVE 16 TO RETURN-CODE
037500         STOP RUN
037600     END-IF.
037700
037800     MOVE PEX-PRM-PARTICIONES-N TO PEX-PARTICIONES.
037900     MOVE PEX-PRM-LIMITES TO PEX-TABLA-LIMITES.
038000
038100     CLOSE PARMFILE.
038200
038300     SET PEX-LIMITES-VALIDOS TO TRUE.
038400     PERFORM VALIDA-LIMITE
038500         VARYING PEX-IDX FROM 1 BY 1
038600         UNTIL PEX-IDX NOT < PEX-PARTICIONES.
038700
038800     IF PEX-LIMITES-INVALIDOS
038900         MOVE 16 TO RETURN-CODE
039000         STOP RUN
039100     END-IF.
039200
039300     MOVE HIGH-VALUES TO PEX-LIMITE (PEX-PARTICIONES).
039400
039500     DISPLAY 'PARTICIONES        : ' PEX-PARTICIONES.
039600
039700 VALIDA-LIMITE.
039800
039900     IF PEX-LIMITE (PEX-IDX) = SPACES
040000         DISPLAY '*** FALTA EL LIMITE DE LA PARTICION ' PEX-IDX
040100         SET PEX-LIMITES-INVALIDOS TO TRUE
040200     ELSE
040300         IF PEX-IDX > 1
040400             COMPUTE PEX-IDX-ANTERIOR = PEX-IDX - 1
040500             IF PEX-LIMITE (PEX-IDX) NOT >
040600                 PEX-LIMITE (PEX-IDX-ANTERIOR)
040700                 DISPLAY '*** LIMITE DE LA PARTICION ' PEX-IDX
040800                     ' NO MAYOR QUE EL ANTERIOR: '
040900                     PEX-LIMITE (PEX-IDX)
041000                 SET PEX-LIMITES-INVALIDOS TO TRUE
041100             END-IF
041200         END-IF
041300     END-IF.
041400
041500*--------------------------------------------------------------*
041600*    LEE-CABECERA - LAS MISMAS CONDICIONES QUE PONE CAL-TAX:   *
041700*    CABECERA 'CAB' CON LA FECHA DEL PROCESO.  UN EXTRACTO QUE *
041800*    YA ES UNA PARTICION NO SE VUELVE A REPARTIR.              *
041900*--------------------------------------------------------------*
042000 LEE-CABECERA.
042100
042200     READ INFILE
042300         AT END
042400             DISPLAY '*** EXTRACTO VACIO - FALTA LA CABECERA'
042500             MOVE 16 TO RETURN-CODE
042600             STOP RUN
042700     END-READ.
042800
042900     IF NOT IN-CABECERA
043000         DISPLAY '*** EL EXTRACTO NO EMPIEZA CON CABECERA CAB: '
043100             IN-CAB-TIPO
043200         MOVE 16 TO RETURN-CODE
043300         STOP RUN
043400     END-IF.
043500
043600     IF IN-CAB-FECHA NOT = PEX-FECHA-EJECUCION
043700         DISPLAY '*** FECHA DE CABECERA DISTINTA DE LA FECHA '
043800             'DEL PROCESO'
043900         DISPLAY '*** FECHA CABECERA : ' IN-CAB-FECHA
044000         DISPLAY '*** FECHA PROCESO  : ' PEX-FECHA-EJECUCION
044100         MOVE 16 TO RETURN-CODE
044200         STOP RUN
044300     END-IF.
044400
044500     IF IN-CAB-PARTICIONES NUMERIC
044600         IF IN-CAB-PARTICIONES > 0
044700             DISPLAY '*** EL EXTRACTO YA ES LA PARTICION '
044800                 IN-CAB-PARTICION ' DE ' IN-CAB-PARTICIONES
044900             MOVE 16 TO RETURN-CODE
045000             STOP RUN
045100         END-IF
045200     END-IF.
045300
045400     MOVE IN-CAB-FECHA   TO PEX-CAB-FECHA.
045500     MOVE IN-CAB-SISTEMA TO PEX-CAB-SISTEMA.
045600     MOVE PEX-PARTICIONES TO PEX-CAB-PARTICIONES.
045700
045800     DISPLAY 'EXTRACTO DEL ' IN-CAB-FECHA
045900         ' - SISTEMA ORIGEN: ' IN-CAB-SISTEMA.
046000
046100*--------------------------------------------------------------*
046200*    ABRE-PARTICION - ABRE LA SALIDA DE LA PARTICION PEX-IDX,  *
046300*    PONE A CERO SUS CIFRAS Y LE ESCRIBE LA CABECERA CON SU    *
046400*    RANGO: DESDE EL LIMITE DE LA ANTERIOR (EXCLUIDO) HASTA EL *
046500*    SUYO (INCLUIDO).                                          *
046600*--------------------------------------------------------------*
046700 ABRE-PARTICION.
046800
046900     IF PEX-IDX = 1
047000         OPEN OUTPUT PARTOUT1
047100     END-IF.
047200     IF PEX-IDX = 2
047300         OPEN OUTPUT PARTOUT2
047400     END-IF.
047500     IF PEX-IDX = 3
047600         OPEN OUTPUT PARTOUT3
047700     END-IF.
047800     IF PEX-IDX = 4
047900         OPEN OUTPUT PARTOUT4
048000     END-IF.
048100     IF PEX-IDX = 5
048200         OPEN OUTPUT PARTOUT5
048300     END-IF.
048400     IF PEX-IDX = 6
048500         OPEN OUTPUT PARTOUT6
048600     END-IF.
048700     IF PEX-IDX = 7
048800         OPEN OUTPUT PARTOUT7
048900     END-IF.
049000     IF PEX-IDX = 8
049100         OPEN OUTPUT PARTOUT8
049200     END-IF.
049300     MOVE PEX-PAR-NOMBRE (PEX-IDX) TO PEX-ERROR-ARCHIVO.
049400     MOVE PEX-PAR-STATUS (PEX-IDX) TO PEX-ERROR-STATUS.
049500     PERFORM VERIFICA-ESTADO-ARCHIVO.
049600
049700     MOVE ZERO TO PEX-PAR-CONTADOR (PEX-IDX).
049800     MOVE ZERO TO PEX-PAR-HASH (PEX-IDX).
049900     MOVE ZERO TO PEX-PAR-PAREJAS (PEX-IDX).
050000
050100     PERFORM CARGA-RANGO.
050200     MOVE PEX-IDX TO PEX-CAB-PARTICION.
050300     MOVE PEX-CAB-SALIDA TO PEX-REGISTRO-SALIDA.
050400     PERFORM ESCRIBE-PARTICION.
050500
050600*--------------------------------------------------------------*
050700*    CARGA-RANGO - LIMITES DE LA PARTICION PEX-IDX PARA SU     *
050800*    CABECERA Y EL PLAN; BLANCO EN LOS EXTREMOS ABIERTOS.      *
050900*--------------------------------------------------------------*
051000 CARGA-RANGO.
051100
051200     IF PEX-IDX = 1
051300         MOVE SPACES TO PEX-CAB-LIMITE-INF
051400     ELSE
051500         COMPUTE PEX-IDX-ANTERIOR = PEX-IDX - 1
051600         MOVE PEX-LIMITE (PEX-IDX-ANTERIOR) TO PEX-CAB-LIMITE-INF
051700     END-IF.
051800
051900     IF PEX-IDX = PEX-PARTICIONES
052000         MOVE SPACES TO PEX-CAB-LIMITE-SUP
052100     ELSE
052200         MOVE PEX-LIMITE (PEX-IDX) TO PEX-CAB-LIMITE-SUP
052300     END-IF.
052400
052500*--------------------------------------------------------------*
052600*    ESCRIBE-PARTICION - GRABA PEX-REGISTRO-SALIDA EN LA       *
052700*    SALIDA DE LA PARTICION PEX-IDX.                           *
052800*--------------------------------------------------------------*
052900 ESCRIBE-PARTICION.
053000
053100     IF PEX-IDX = 1
053200         WRITE PAR1-REGISTRO FROM PEX-REGISTRO-SALIDA
053300     END-IF.
053400     IF PEX-IDX = 2
053500         WRITE PAR2-REGISTRO FROM PEX-REGISTRO-SALIDA
053600     END-IF.
053700     IF PEX-IDX = 3
053800         WRITE PAR3-REGISTRO FROM PEX-REGISTRO-SALIDA
053900     END-IF.
054000     IF PEX-IDX = 4
054100         WRITE PAR4-REGISTRO FROM PEX-REGISTRO-SALIDA
054200     END-IF.
054300     IF PEX-IDX = 5
054400         WRITE PAR5-REGISTRO FROM PEX-REGISTRO-SALIDA
054500     END-IF.
054600     IF PEX-IDX = 6
054700         WRITE PAR6-REGISTRO FROM PEX-REGISTRO-SALIDA
054800     END-IF.
054900     IF PEX-IDX = 7
055000         WRITE PAR7-REGISTRO FROM PEX-REGISTRO-SALIDA
055100     END-IF.
055200     IF PEX-IDX = 8
055300         WRITE PAR8-REGISTRO FROM PEX-REGISTRO-SALIDA
055400     END-IF.
055500     MOVE PEX-PAR-NOMBRE (PEX-IDX) TO PEX-ERROR-ARCHIVO.
055600     MOVE PEX-PAR-STATUS (PEX-IDX) TO PEX-ERROR-STATUS.
055700     PERFORM VERIFICA-ESTADO-ARCHIVO.
055800
055900*--------------------------------------------------------------*
056000*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA  *
056100*    OPERACION DE E/S SOBRE UN ARCHIVO NO TERMINO CON EXITO.   *
056200*--------------------------------------------------------------*
056300 VERIFICA-ESTADO-ARCHIVO.
056400
056500     IF PEX-ERROR-STATUS NOT = '00'
056600         DISPLAY '*** ERROR DE E/S - ARCHIVO : ' PEX-ERROR-ARCHIVO
056700         DISPLAY '*** FILE STATUS            : ' PEX-ERROR-STATUS
056800         MOVE 16 TO RETURN-CODE
056900         STOP RUN
057000     END-IF.
057100
057200*--------------------------------------------------------------*
057300*    REPARTE-REGISTRO - LEE EL SIGUIENTE REGISTRO DEL EXTRACTO *
057400*    Y LO LLEVA A SU PARTICION; LA COLA DA EL EXTRACTO POR     *
057500*    TERMINADO.                                                *
057600*--------------------------------------------------------------*
057700 REPARTE-REGISTRO.
057800
057900     READ INFILE
058000         AT END
058100             SET PEX-EOF TO TRUE
058200     END-READ.
058300
058400     IF NOT PEX-EOF
058500         IF IN-COLA
058600             MOVE IN-COLA-CONTADOR TO PEX-COLA-CONTADOR
058700             MOVE IN-COLA-HASH     TO PEX-COLA-HASH
058800             SET PEX-COLA-VISTA TO TRUE
058900             SET PEX-EOF TO TRUE
059000         ELSE
059100             PERFORM REPARTE-DETALLE
059200         END-IF
059300     END-IF.
059400
059500*--------------------------------------------------------------*
059600*    REPARTE-DETALLE - EL REGISTRO VA A LA PARTICION DE SU     *
059700*    IDENTIFICADOR, SALVO UN CASADO VINCULADO CUYO CONYUGE     *
059800*    TENGA UN IDENTIFICADOR MENOR: ENTONCES VA A LA DEL        *
059900*    CONYUGE.  EL DETALLE SE CUENTA Y SE ACUMULA COMO EN       *
060000*    CAL-TAX (SOLO IMPORTES NUMERICOS) EN EL TOTAL DEL         *
060100*    EXTRACTO Y EN EL DE SU PARTICION.                         *
060200*--------------------------------------------------------------*
060300 REPARTE-DETALLE.
060400
060500     ADD 1 TO PEX-EXT-CONTADOR.
060600     IF IN-ENTRADA NUMERIC
060700         ADD IN-ENTRADA TO PEX-EXT-HASH
060800     END-IF.
060900
061000     MOVE IN-TAXPAYER-ID TO PEX-CLAVE-REPARTO.
061100     PERFORM LOCALIZA-PARTICION.
061200     MOVE PEX-IDX TO PEX-IDX-PROPIO.
061300
061400     PERFORM BUSCA-CONYUGE.
061500     IF PEX-CLAVE-REPARTO NOT = IN-TAXPAYER-ID
061600         PERFORM LOCALIZA-PARTICION
061700         IF PEX-IDX NOT = PEX-IDX-PROPIO
061800             ADD 1 TO PEX-PAR-PAREJAS (PEX-IDX)
061900             ADD 1 TO PEX-EXT-PAREJAS
062000         END-IF
062100     END-IF.
062200
062300     ADD 1 TO PEX-PAR-CONTADOR (PEX-IDX).
062400     IF IN-ENTRADA NUMERIC
062500         ADD IN-ENTRADA TO PEX-PAR-HASH (PEX-IDX)
062600     END-IF.
062700
062800     MOVE IN-INCOME-REC TO PEX-REGISTRO-SALIDA.
062900     PERFORM ESCRIBE-PARTICION.
063000
063100*--------------------------------------------------------------*
063200*    BUSCA-CONYUGE - LECTURA POR CLAVE EN EL MAESTRO.  SI EL   *
063300*    CONTRIBUYENTE ESTA VINCULADO A UN CONYUGE DE              *
063400*    IDENTIFICADOR MENOR, LA CLAVE DE REPARTO PASA A SER LA    *
063500*    DEL CONYUGE.  UN CONTRIBUYENTE QUE NO ESTA EN EL MAESTRO  *
063600*    SE REPARTE POR SU IDENTIFICADOR (CAL-TAX LO RECHAZARA).   *
063700*    UN FALLO DE E/S QUE NO SEA CLAVE INEXISTENTE ABORTA.      *
063800*--------------------------------------------------------------*
063900 BUSCA-CONYUGE.
064000
064100     MOVE IN-TAXPAYER-ID TO MST-TAXPAYER-ID.
064200
064300     READ MASTFILE
064400         INVALID KEY
064500             CONTINUE
064600         NOT INVALID KEY
064700             IF NOT MST-SIN-CONYUGE
064800                 AND MST-CONYUGE-ID < IN-TAXPAYER-ID
064900                 MOVE MST-CONYUGE-ID TO PEX-CLAVE-REPARTO
065000             END-IF
065100     END-READ.
065200
065300     IF PEX-MASTFILE-STATUS NOT = '23'
065400         MOVE 'MASTFILE' TO PEX-ERROR-ARCHIVO
065500         MOVE PEX-MASTFILE-STATUS TO PEX-ERROR-STATUS
065600         PERFORM VERIFICA-ESTADO-ARCHIVO
065700     END-IF.
065800
065900*--------------------------------------------------------------*
066000*    LOCALIZA-PARTICION - PRIMERA PARTICION CUYO LIMITE NO     *
066100*    QUEDA POR DEBAJO DE LA CLAVE DE REPARTO.  EL LIMITE DE LA *
066200*    ULTIMA ES HIGH-VALUES Y LA BUSQUEDA SIEMPRE TERMINA.      *
066300*--------------------------------------------------------------*
066400 LOCALIZA-PARTICION.
066500
066600     MOVE 1 TO PEX-IDX.
066700     PERFORM AVANZA-PARTICION
066800         UNTIL PEX-CLAVE-REPARTO NOT > PEX-LIMITE (PEX-IDX).
066900
067000 AVANZA-PARTICION.
067100
067200     ADD 1 TO PEX-IDX.
067300
067400 FIN.
067500
067600*    ANTES DE DAR POR BUENO EL REPARTO SE CUADRA LO LEIDO CONTRA*
067700*    LA COLA DEL EXTRACTO COMPLETO, COMO HARIA CAL-TAX: UNA    *
067800*    DIFERENCIA ABORTA Y NINGUNA PARTICION DEBE LIQUIDARSE.    *
067900     PERFORM VERIFICA-COLA.
068000
068100     PERFORM CIERRA-PARTICION
068200         VARYING PEX-IDX FROM 1 BY 1
068300         UNTIL PEX-IDX > PEX-PARTICIONES.
068400
068500     OPEN OUTPUT PARTCTL.
068600     MOVE 'PARTCTL ' TO PEX-ERROR-ARCHIVO.
068700     MOVE PEX-PARTCTL-STATUS TO PEX-ERROR-STATUS.
068800     PERFORM VERIFICA-ESTADO-ARCHIVO.
068900
069000     PERFORM GRABA-PLAN
069100         VARYING PEX-IDX FROM 1 BY 1
069200         UNTIL PEX-IDX > PEX-PARTICIONES.
069300
069400     CLOSE PARTCTL.
069500     CLOSE INFILE.
069600     CLOSE MASTFILE.
069700
069800     PERFORM IMPRIME-RESUMEN.
069900
070000     DISPLAY 'FIN DE PROGRAMA'
070100
070200     STOP RUN.
070300
070400*--------------------------------------------------------------*
070500*    VERIFICA-COLA - EXTRACTO SIN COLA, O CON CONTADOR O TOTAL *
070600*    DISTINTOS DE LO LEIDO: TRUNCADO O MANIPULADO.             *
070700*--------------------------------------------------------------*
070800 VERIFICA-COLA.
070900
071000     IF NOT PEX-COLA-VISTA
071100         DISPLAY '*** EXTRACTO SIN REGISTRO DE COLA FIN - '
071200             'POSIBLE EXTRACTO TRUNCADO'
071300         MOVE 16 TO RETURN-CODE
071400         STOP RUN
071500     END-IF.
071600
071700     IF PEX-EXT-CONTADOR NOT = PEX-COLA-CONTADOR
071800         DISPLAY '*** CONTADOR DE LA COLA DISTINTO DE LO LEIDO'
071900         DISPLAY '*** DECLARADO EN COLA : ' PEX-COLA-CONTADOR
072000         DISPLAY '*** LEIDO             : ' PEX-EXT-CONTADOR
072100         MOVE 16 TO RETURN-CODE
072200         STOP RUN
072300     END-IF.
072400
072500     IF PEX-EXT-HASH NOT = PEX-COLA-HASH
072600         MOVE PEX-COLA-HASH TO PEX-COLA-HASH-ED
072700         MOVE PEX-EXT-HASH  TO PEX-HASH-ED
072800         DISPLAY '*** TOTAL DE CONTROL DE LA COLA DISTINTO '
072900             'DE LO ACUMULADO'
073000         DISPLAY '*** DECLARADO EN COLA : ' PEX-COLA-HASH-ED
073100         DISPLAY '*** ACUMULADO         : ' PEX-HASH-ED
073200         MOVE 16 TO RETURN-CODE
073300         STOP RUN
073400     END-IF.
073500
073600*--------------------------------------------------------------*
073700*    CIERRA-PARTICION - ESCRIBE LA COLA PROPIA DE LA           *
073800*    PARTICION PEX-IDX Y CIERRA SU SALIDA.                     *
073900*--------------------------------------------------------------*
074000 CIERRA-PARTICION.
074100
074200     MOVE PEX-PAR-CONTADOR (PEX-IDX) TO PEX-COLA-SAL-CONTADOR.
074300     MOVE PEX-PAR-HASH (PEX-IDX)     TO PEX-COLA-SAL-HASH.
074400     MOVE PEX-COLA-SALIDA TO PEX-REGISTRO-SALIDA.
074500     PERFORM ESCRIBE-PARTICION.
074600
074700     IF PEX-IDX = 1
074800         CLOSE PARTOUT1
074900     END-IF.
075000     IF PEX-IDX = 2
075100         CLOSE PARTOUT2
075200     END-IF.
075300     IF PEX-IDX = 3
075400         CLOSE PARTOUT3
075500     END-IF.
075600     IF PEX-IDX = 4
075700         CLOSE PARTOUT4
075800     END-IF.
075900     IF PEX-IDX = 5
076000         CLOSE PARTOUT5
076100     END-IF.
076200     IF PEX-IDX = 6
076300         CLOSE PARTOUT6
076400     END-IF.
076500     IF PEX-IDX = 7
076600         CLOSE PARTOUT7
076700     END-IF.
076800     IF PEX-IDX = 8
076900         CLOSE PARTOUT8
077000     END-IF.
077100
077200*--------------------------------------------------------------*
077300*    GRABA-PLAN - UN REGISTRO DEL PLAN POR PARTICION, CON LA   *
077400*    COLA DEL EXTRACTO COMPLETO REPETIDA EN TODOS.             *
077500*--------------------------------------------------------------*
077600 GRABA-PLAN.
077700
077800     PERFORM CARGA-RANGO.
077900
078000     MOVE SPACES TO PRT-PLAN-REC.
078100     MOVE PEX-CAB-FECHA              TO PRT-FECHA-PROCESO.
078200     MOVE PEX-IDX                    TO PRT-PARTICION.
078300     MOVE PEX-PARTICIONES            TO PRT-PARTICIONES.
078400     MOVE PEX-CAB-LIMITE-INF         TO PRT-LIMITE-INF.
078500     MOVE PEX-CAB-LIMITE-SUP         TO PRT-LIMITE-SUP.
078600     MOVE PEX-PAR-CONTADOR (PEX-IDX) TO PRT-CONTADOR.
078700     MOVE PEX-PAR-HASH (PEX-IDX)     TO PRT-HASH.
078800     MOVE PEX-PAR-PAREJAS (PEX-IDX)  TO PRT-PAREJAS.
078900     MOVE PEX-COLA-CONTADOR          TO PRT-EXT-CONTADOR.
079000     MOVE PEX-COLA-HASH              TO PRT-EXT-HASH.
079100
079200     WRITE PRT-PLAN-REC.
079300     MOVE 'PARTCTL ' TO PEX-ERROR-ARCHIVO.
079400     MOVE PEX-PARTCTL-STATUS TO PEX-ERROR-STATUS.
079500     PERFORM VERIFICA-ESTADO-ARCHIVO.
079600
079700*--------------------------------------------------------------*
079800*    IMPRIME-RESUMEN - INFORME DE CONTROL DEL REPARTO.         *
079900*--------------------------------------------------------------*
080000 IMPRIME-RESUMEN.
080100
080200     MOVE PEX-EXT-HASH TO PEX-HASH-ED.
080300
080400     DISPLAY ' '.
080500     DISPLAY '===================================='.
080600     DISPLAY '  PAR-EXTR - INFORME DE CONTROL'.
080700     DISPLAY '===================================='.
080800     DISPLAY '  REGISTROS   : ' PEX-EXT-CONTADOR.
080900     DISPLAY '  TOTAL CTRL  : ' PEX-HASH-ED.
081000     DISPLAY '  PAREJAS DESV: ' PEX-EXT-PAREJAS.
081100     DISPLAY '  PARTICIONES : ' PEX-PARTICIONES.
081200
081300     PERFORM IMPRIME-PARTICION
081400         VARYING PEX-IDX FROM 1 BY 1
081500         UNTIL PEX-IDX > PEX-PARTICIONES.
081600
081700     DISPLAY '===================================='.
081800
081900 IMPRIME-PARTICION.
082000
082100     PERFORM CARGA-RANGO.
082200     MOVE PEX-PAR-HASH (PEX-IDX) TO PEX-HASH-ED.
082300
082400     DISPLAY '  PARTICION ' PEX-IDX ' - DESDE (EXCL.): '
082500         PEX-CAB-LIMITE-INF ' HASTA: ' PEX-CAB-LIMITE-SUP.
082600     DISPLAY '    REGISTROS : ' PEX-PAR-CONTADOR (PEX-IDX)
082700         '  TOTAL CTRL: ' PEX-HASH-ED
082800         '  PAREJAS DESV: ' PEX-PAR-PAREJAS (PEX-IDX).
