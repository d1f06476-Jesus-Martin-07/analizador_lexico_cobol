002500*    DATE       INIT  DESCRIPTION                                *
002600*    ---------- ----  -------------------------------------------*
002700*    2026-09-03 JM    ORIGINAL PROGRAM.                          *
002710*    2026-10-15 JM    EL LAYOUT DE ORDFILE SE EXTRAE AL COPYBOOK *
002720*                     ORDENREG, COMPARTIDO CON LA NUEVA CUENTA   *
002730*                     CORRIENTE TRIBUTARIA (ASI-CTA).            *
002735*    2026-10-15 JM    COMPENSACION DE DEVOLUCIONES CON DEUDA:    *
002740*                     ANTES DE EMITIR LA ORDEN, LA DEVOLUCION SE *
002745*                     APLICA A LAS CUOTAS VENCIDAS CON SALDO DEL *
002750*                     PAGO FRACCIONADO (PENFILE) MAS SU RECARGO; *
002755*                     SOLO EL RESTO SALE A PAGO.  EL PRINCIPAL   *
002760*                     APLICADO VUELVE A CON-FRAC COMO PAGO       *
002765*                     (COMPFILE) Y CADA COMPENSACION SE LISTA EN *
002770*                     EL INFORME COMPREPT.                       *
002772*    2026-10-15 JM    COLA DE REEMISION: LAS ORDENES QUE CON-TESO*
002774*                     DEVUELVE RECHAZADAS O DEVUELTAS (REEMIN) SE*
002776*                     ARRASTRAN (REEMOUT) HASTA QUE UNA          *
002778*                     CORRECCION FIRMADA (CORFILE) LAS SUELTA;   *
002780*                     ENTONCES SE REEMITEN, COMPENSANDO ANTES    *
002782*                     COMO CUALQUIER OTRA DEVOLUCION.            *
002784*    2026-10-15 JM    LAS CUOTAS VENCIDAS YA NO SE CARGAN EN UNA *
002786*                     TABLA EN MEMORIA CON TOPE: PASAN A UN KSDS *
002788*                     DE TRABAJO (DEUWORK) QUE LA COMPENSACION   *
002790*                     LEE POR CONTRIBUYENTE Y REBAJA CON LO      *
002792*                     APLICADO.                                  *
002800*****************************************************************
002900
003000 IDENTIFICATION DIVISION.
007600     SELECT REVREPT ASSIGN TO REVREPT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS PGD-REVREPT-STATUS.
007805
007810     SELECT PARMTAB ASSIGN TO PARMFILE
007815         ORGANIZATION IS SEQUENTIAL
007820         FILE STATUS IS PGD-PARMTAB-STATUS.
007825
007830     SELECT PENFILE ASSIGN TO PENFILE
007835         ORGANIZATION IS SEQUENTIAL
007840         FILE STATUS IS PGD-PENFILE-STATUS.
007845
007850     SELECT COMPFILE ASSIGN TO COMPFILE
007855         ORGANIZATION IS SEQUENTIAL
007860         FILE STATUS IS PGD-COMPFILE-STATUS.
007865
007870     SELECT COMPREPT ASSIGN TO COMPREPT
007875         ORGANIZATION IS SEQUENTIAL
007880         FILE STATUS IS PGD-COMPREPT-STATUS.
007881
007882     SELECT REEMIN ASSIGN TO REEMIN
007883         ORGANIZATION IS SEQUENTIAL
007884         FILE STATUS IS PGD-REEMIN-STATUS.
007885
007886     SELECT CORFILE ASSIGN TO CORFILE
007887         ORGANIZATION IS SEQUENTIAL
007888         FILE STATUS IS PGD-CORFILE-STATUS.
007889
007890     SELECT REEMOUT ASSIGN TO REEMOUT
007891         ORGANIZATION IS SEQUENTIAL
007892         FILE STATUS IS PGD-REEMOUT-STATUS.
007893
007894     SELECT DEUWORK ASSIGN TO DEUWORK
007895         ORGANIZATION IS INDEXED
007896         ACCESS MODE IS DYNAMIC
007897         RECORD KEY IS DEU-W-CLAVE
007898         FILE STATUS IS PGD-DEUWORK-STATUS.
007900
008000 DATA DIVISION.
008100
014800 FD  ORDFILE
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100     COPY ORDENREG.
015800
015900 FD  REVREPT
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  REV-LINEA                   PIC X(132).
016202
016204*--------------------------------------------------------------*
016206*    PARMTAB - PARMFILE DE LIQUIDACION: DEL JUEGO VIGENTE SOLO  *
016208*    INTERESA EL RECARGO DE MORA, EL MISMO QUE APLICA CON-FRAC. *
016210*--------------------------------------------------------------*
016212 FD  PARMTAB
016214     RECORDING MODE IS F
016216     LABEL RECORDS ARE STANDARD.
016218     COPY PARMTRIB.
016220
016222*--------------------------------------------------------------*
016224*    PENFILE - CUOTAS PENDIENTES DEL PAGO FRACCIONADO QUE DEJO  *
016226*    LA ULTIMA CONCILIACION DE CON-FRAC, ORDENADAS POR          *
016228*    CONTRIBUYENTE Y CUOTA.                                     *
016230*--------------------------------------------------------------*
016232 FD  PENFILE
016234     RECORDING MODE IS F
016236     LABEL RECORDS ARE STANDARD.
016238     COPY PENDREG.
016240
016242*--------------------------------------------------------------*
016244*    COMPFILE - LO COMPENSADO, COMO PAGOS DE CUOTA EN EL        *
016246*    FORMATO DE PAGOFILE.  CONFRACJ LOS CONCILIA JUNTO CON LOS  *
016248*    PAGOS DE RECAUDACION.                                      *
016250*--------------------------------------------------------------*
016252 FD  COMPFILE
016254     RECORDING MODE IS F
016256     LABEL RECORDS ARE STANDARD.
016258     COPY PAGOREG.
016260
016262 FD  COMPREPT
016264     RECORDING MODE IS F
016266     LABEL RECORDS ARE STANDARD.
016268 01  CMP-LINEA                   PIC X(132).
016300
016302*--------------------------------------------------------------*
016304*    REEMIN / REEMOUT - COLA DE REEMISION DE ORDENES QUE        *
016306*    TESORERIA DEVOLVIO RECHAZADAS O DEVUELTAS (GDG: LA         *
016308*    GENERACION 0 ENTRA JUNTO CON LAS NUEVAS DE CON-TESO, LA    *
016310*    +1 SALE).  UNA ORDEN SOLO SALE DE LA COLA CON SU           *
016312*    CORRECCION FIRMADA.                                        *
016314*--------------------------------------------------------------*
016316 FD  REEMIN
016318     RECORDING MODE IS F
016320     LABEL RECORDS ARE STANDARD.
016322     COPY REEMREG.
016324
016326 FD  REEMOUT
016328     RECORDING MODE IS F
016330     LABEL RECORDS ARE STANDARD.
016332 01  REO-REEMISION-REC.
016334     05 REO-NUM-ORDEN            PIC 9(07).
016336     05 REO-TAXPAYER-ID          PIC X(09).
016338     05 REO-TAXPAYER-NAME        PIC X(30).
016340     05 REO-IMPORTE              PIC 9(09)V99.
016342     05 REO-FECHA-ORDEN          PIC 9(08).
016344     05 REO-RESULTADO            PIC X(01).
016346     05 REO-MOTIVO               PIC X(04).
016348     05 REO-FECHA-RESULTADO      PIC 9(08).
016350     05 FILLER                   PIC X(22).
016352
016354*--------------------------------------------------------------*
016356*    CORFILE - CORRECCIONES FIRMADAS POR LA MESA DE REVISION    *
016358*    TRAS SUBSANAR LOS DATOS DE PAGO: CONTRIBUYENTE,            *
016360*    AUTORIZADOR, FECHA DE LA FIRMA Y FECHA Y NUMERO DE LA      *
016362*    ORDEN FALLIDA.  CADA CORRECCION SUELTA ESA ORDEN.          *
016364*--------------------------------------------------------------*
016366 FD  CORFILE
016368     RECORDING MODE IS F
016370     LABEL RECORDS ARE STANDARD.
016372 01  COR-CORRECCION-REC.
016374     05 COR-TAXPAYER-ID          PIC X(09).
016376     05 COR-AUTORIZADOR          PIC X(08).
016378     05 COR-FECHA-FIRMA          PIC 9(08).
016380     05 COR-FECHA-ORDEN          PIC 9(08).
016382     05 COR-NUM-ORDEN            PIC 9(07).
016384
016385*--------------------------------------------------------------*
016386*    DEUWORK - KSDS DE TRABAJO CON LAS CUOTAS VENCIDAS CON      *
016387*    SALDO DE PENFILE (CLAVE CONTRIBUYENTE + CUOTA).  SE VACIA  *
016388*    Y SE CARGA EN CADA EJECUCION; LA COMPENSACION REBAJA EL    *
016389*    SALDO POR SI HAY MAS DE UNA DEVOLUCION DEL CONTRIBUYENTE.  *
016390*--------------------------------------------------------------*
016391 FD  DEUWORK.
016392 01  DEU-W-CUOTA-REC.
016393     05 DEU-W-CLAVE.
016394         10 DEU-W-ID             PIC X(09).
016395         10 DEU-W-CUOTA          PIC 9(01).
016396     05 DEU-W-VENCIMIENTO        PIC 9(08).
016397     05 DEU-W-SALDO              PIC 9(09)V99.
016398     05 FILLER                   PIC X(11).
016399
016400 WORKING-STORAGE SECTION.
016500
016600 01  PGD-FILE-STATUSES.
017200     05 PGD-ORDFILE-STATUS       PIC X(02) VALUE '00'.
017300     05 PGD-HOLDOUT-STATUS       PIC X(02) VALUE '00'.
017400     05 PGD-REVREPT-STATUS       PIC X(02) VALUE '00'.
017410     05 PGD-PARMTAB-STATUS       PIC X(02) VALUE '00'.
017420     05 PGD-PENFILE-STATUS       PIC X(02) VALUE '00'.
017430     05 PGD-COMPFILE-STATUS      PIC X(02) VALUE '00'.
017440     05 PGD-COMPREPT-STATUS      PIC X(02) VALUE '00'.
017450     05 PGD-REEMIN-STATUS        PIC X(02) VALUE '00'.
017460     05 PGD-CORFILE-STATUS       PIC X(02) VALUE '00'.
017470     05 PGD-REEMOUT-STATUS       PIC X(02) VALUE '00'.
017480     05 PGD-DEUWORK-STATUS       PIC X(02) VALUE '00'.
017500
017600 01  PGD-ERROR-CONTROL.
017700     05 PGD-ERROR-ARCHIVO        PIC X(08).
019200     05 PGD-LIB-HALLADA-SW       PIC X(01) VALUE 'N'.
019300         88 PGD-LIB-HALLADA          VALUE 'S'.
019400         88 PGD-LIB-NO-HALLADA       VALUE 'N'.
019410     05 PGD-PRM-EOF-SW           PIC X(01) VALUE 'N'.
019420         88 PGD-PRM-EOF              VALUE 'Y'.
019430     05 PGD-PEN-EOF-SW           PIC X(01) VALUE 'N'.
019440         88 PGD-PEN-EOF              VALUE 'Y'.
019450     05 PGD-DEU-FIN-SW           PIC X(01) VALUE 'N'.
019460         88 PGD-DEU-FIN              VALUE 'S'.
019465     05 PGD-REE-EOF-SW           PIC X(01) VALUE 'N'.
019470         88 PGD-REE-EOF              VALUE 'Y'.
019475     05 PGD-COR-EOF-SW           PIC X(01) VALUE 'N'.
019480         88 PGD-COR-EOF              VALUE 'Y'.
019485     05 PGD-COR-HALLADA-SW       PIC X(01) VALUE 'N'.
019490         88 PGD-COR-HALLADA          VALUE 'S'.
019495         88 PGD-COR-NO-HALLADA       VALUE 'N'.
019500
019600 01  PGD-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
019700
019800 01  PGD-UMBRAL-RETENCION        PIC 9(09)V99 VALUE ZERO.
019900 01  PGD-UMBRAL-ED               PIC Z(8)9.99.
019910
019920 01  PGD-PRM-VIGENCIA            PIC 9(08) VALUE ZERO.
019930 01  PGD-RECARGO-MORA            PIC 9(02)V99 VALUE ZERO.
019940 01  PGD-RECARGO-ED              PIC Z9.99.
020000
020100*--------------------------------------------------------------*
020200*    PGD-LIBERACIONES - LAS LIBERACIONES FIRMADAS DEL DIA, EN   *
021500         10 PGD-LIB-USADA-SW     PIC X(01).
021600             88 PGD-LIB-USADA        VALUE 'S'.
021700
021702
021704*--------------------------------------------------------------*
021706*    PGD-DEUDAS - CONTROL DE ORDEN DE PENFILE AL CARGAR LAS     *
021708*    CUOTAS VENCIDAS EN DEUWORK.                                *
021710*--------------------------------------------------------------*
021712 01  PGD-DEUDAS.
021714     05 PGD-DEU-CLAVE            PIC X(10).
021716     05 PGD-DEU-CLAVE-ANT        PIC X(10) VALUE LOW-VALUES.
021740
021742*--------------------------------------------------------------*
021744*    PGD-COMPENSACION - DEVOLUCION EN CURSO: IMPORTE BRUTO, LO  *
021746*    QUE QUEDA POR APLICAR (RESTO = ORDEN DE PAGO) Y LO YA      *
021748*    COMPENSADO; Y EL REPARTO DE LA CUOTA EN CURSO.             *
021750*--------------------------------------------------------------*
021752 01  PGD-COMPENSACION.
021754     05 PGD-CMP-ID               PIC X(09).
021756     05 PGD-CMP-DEVOLUCION       PIC 9(09)V99.
021758     05 PGD-CMP-RESTO            PIC 9(09)V99.
021760     05 PGD-CMP-APLICADO         PIC 9(09)V99.
021762     05 PGD-CMP-RECARGO          PIC 9(09)V99.
021764     05 PGD-CMP-EXIGIBLE         PIC 9(10)V99.
021766     05 PGD-CMP-PRINCIPAL        PIC 9(09)V99.
021768     05 PGD-CMP-REC-APLICADO     PIC 9(09)V99.
021770     05 PGD-CMP-IMPORTE          PIC 9(09)V99.
021771
021772*--------------------------------------------------------------*
021773*    PGD-CORRECCIONES - LAS CORRECCIONES FIRMADAS DEL DIA, EN   *
021774*    MEMORIA.  CADA UNA SUELTA LA ORDEN FALLIDA QUE NOMBRA; LAS *
021775*    NO USADAS SE LISTAN COMO INCIDENCIA.                       *
021776*--------------------------------------------------------------*
021777 01  PGD-CORRECCIONES.
021778     05 PGD-COR-CARGADAS         PIC 9(04)  COMP VALUE ZERO.
021779     05 PGD-COR-MAXIMO           PIC 9(04)  COMP VALUE 1000.
021780     05 PGD-COR-IDX              PIC 9(04)  COMP.
021781     05 PGD-COR-HALLADA-IDX      PIC 9(04)  COMP.
021782     05 PGD-COR-TABLA OCCURS 1000 TIMES.
021783         10 PGD-COR-ID           PIC X(09).
021784         10 PGD-COR-AUTORIZADOR  PIC X(08).
021785         10 PGD-COR-FECHA        PIC 9(08).
021786         10 PGD-COR-FECHA-ORDEN  PIC 9(08).
021787         10 PGD-COR-NUM-ORDEN    PIC 9(07).
021788         10 PGD-COR-USADA-SW     PIC X(01).
021789             88 PGD-COR-USADA        VALUE 'S'.
021790
021800 01  PGD-NUM-ORDEN               PIC 9(07) VALUE ZERO.
021900
022000 01  PGD-TOTALES.
022800     05 PGD-TOTAL-EN-COLA        PIC 9(11)V99 VALUE ZERO.
022900     05 PGD-TOTAL-PAGADO-ED      PIC Z(10)9.99.
023000     05 PGD-TOTAL-EN-COLA-ED     PIC Z(10)9.99.
023010     05 PGD-TOTAL-VENCIDAS       PIC 9(09) VALUE ZERO.
023020     05 PGD-TOTAL-COMPENSADAS    PIC 9(09) VALUE ZERO.
023030     05 PGD-TOTAL-CUOTAS-COMP    PIC 9(09) VALUE ZERO.
023040     05 PGD-TOTAL-ABSORBIDAS     PIC 9(09) VALUE ZERO.
023050     05 PGD-TOTAL-COMPENSADO     PIC 9(11)V99 VALUE ZERO.
023060     05 PGD-TOTAL-COMPENSADO-ED  PIC Z(10)9.99.
023065     05 PGD-TOTAL-REEMITIDAS     PIC 9(09) VALUE ZERO.
023070     05 PGD-TOTAL-EN-REEMISION   PIC 9(09) VALUE ZERO.
023075     05 PGD-TOTAL-COLA-REEM      PIC 9(11)V99 VALUE ZERO.
023080     05 PGD-TOTAL-COLA-REEM-ED   PIC Z(10)9.99.
023100
023200*--------------------------------------------------------------*
023300*    LINEAS DEL INFORME DE REVISION (REVREPT).                  *
026300     05 REV-TOT-ROTULO           PIC X(18).
026400     05 REV-TOT-IMPORTE          PIC ZZZZZZZZ9.
026500     05 FILLER                   PIC X(105) VALUE SPACES.
026501
026502*--------------------------------------------------------------*
026503*    LINEAS DEL INFORME DE COMPENSACIONES (COMPREPT): UNA LINEA *
026504*    POR CUOTA COMPENSADA Y UN RESUMEN POR DEVOLUCION, PARA LA  *
026505*    NOTIFICACION AL CONTRIBUYENTE Y PARA EL AUDITOR.           *
026506*--------------------------------------------------------------*
026507 01  CMP-LIN-TITULO.
026508     05 FILLER                   PIC X(48) VALUE
026509         'PAG-DEVO - COMPENSACION DE DEVOLUCIONES - FECHA:'.
026510     05 FILLER                   PIC X(01) VALUE SPACES.
026511     05 CMP-TIT-FECHA            PIC 9(08).
026512     05 FILLER                   PIC X(19) VALUE
026513         ' - RECARGO MORA %: '.
026514     05 CMP-TIT-RECARGO          PIC Z9.99.
026515     05 FILLER                   PIC X(51) VALUE SPACES.
026516
026517 01  CMP-LIN-CABECERA.
026518     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
026519     05 FILLER                   PIC X(06) VALUE 'CUOTA '.
026520     05 FILLER                   PIC X(12) VALUE 'VENCIMIENTO '.
026521     05 FILLER                   PIC X(15) VALUE 'SALDO CUOTA'.
026522     05 FILLER                   PIC X(15) VALUE 'PRINCIPAL'.
026523     05 FILLER                   PIC X(15) VALUE 'RECARGO'.
026524     05 FILLER                   PIC X(57) VALUE 'COMPENSADO'.
026525
026526 01  CMP-LIN-DETALLE.
026527     05 CMP-DET-ID               PIC X(09).
026528     05 FILLER                   PIC X(03) VALUE SPACES.
026529     05 CMP-DET-CUOTA            PIC 9(01).
026530     05 FILLER                   PIC X(05) VALUE SPACES.
026531     05 CMP-DET-VENCIMIENTO      PIC 9(08).
026532     05 FILLER                   PIC X(04) VALUE SPACES.
026533     05 CMP-DET-SALDO            PIC ZZZZZZZZ9.99.
026534     05 FILLER                   PIC X(03) VALUE SPACES.
026535     05 CMP-DET-PRINCIPAL        PIC ZZZZZZZZ9.99.
026536     05 FILLER                   PIC X(03) VALUE SPACES.
026537     05 CMP-DET-RECARGO          PIC ZZZZZZZZ9.99.
026538     05 FILLER                   PIC X(03) VALUE SPACES.
026539     05 CMP-DET-APLICADO         PIC ZZZZZZZZ9.99.
026540     05 FILLER                   PIC X(45) VALUE SPACES.
026541
026542 01  CMP-LIN-RESUMEN.
026543     05 CMP-RES-ID               PIC X(09).
026544     05 FILLER                   PIC X(16) VALUE
026545         '   DEVOLUCION : '.
026546     05 CMP-RES-DEVOLUCION       PIC ZZZZZZZZ9.99.
026547     05 FILLER                   PIC X(15) VALUE
026548         '  COMPENSADO : '.
026549     05 CMP-RES-APLICADO         PIC ZZZZZZZZ9.99.
026550     05 FILLER                   PIC X(12) VALUE '  A PAGAR : '.
026551     05 CMP-RES-RESTO            PIC ZZZZZZZZ9.99.
026552     05 FILLER                   PIC X(10) VALUE '  ORDEN : '.
026553     05 CMP-RES-ORDEN            PIC X(07).
026554     05 FILLER                   PIC X(27) VALUE SPACES.
026555
026556 01  CMP-LIN-TOTAL.
026557     05 CMP-TOT-ROTULO           PIC X(26).
026558     05 CMP-TOT-CONTADOR         PIC ZZZZZZZZ9.
026559     05 FILLER                   PIC X(97) VALUE SPACES.
026560
026561 01  CMP-LIN-TOTAL-IMPORTE.
026562     05 CMP-TIM-ROTULO           PIC X(26).
026563     05 CMP-TIM-IMPORTE          PIC Z(10)9.99.
026564     05 FILLER                   PIC X(92) VALUE SPACES.
026600
026700 PROCEDURE DIVISION.
026800
027400*    CONTRA LAS LIBERACIONES FIRMADAS; DESPUES ENTRAN LAS       *
027500*    DEVOLUCIONES NUEVAS DE LIQFILE.                            *
027600     PERFORM PROCESA-RETENIDA WITH TEST AFTER UNTIL PGD-HLD-EOF.
027610
027620*    LUEGO, LA COLA DE REEMISION CONTRA LAS CORRECCIONES        *
027630*    FIRMADAS.                                                  *
027640     PERFORM PROCESA-REEMISION WITH TEST AFTER UNTIL PGD-REE-EOF.
027700
027800     PERFORM PROCESA-LIQUIDACION
027900         WITH TEST AFTER UNTIL PGD-LIQ-EOF.
028000
028100     PERFORM REPORTA-LIBERACIONES-SIN-USO.
028110
028120     PERFORM REPORTA-CORRECCIONES-SIN-USO.
028200
028300     PERFORM FIN.
028400
029100     PERFORM LEE-PARAMETROS.
029200
029300     PERFORM CARGA-LIBERACIONES.
029310
029320     PERFORM CARGA-RECARGO-MORA.
029330
029340     PERFORM CARGA-DEUDA-VENCIDA.
029350
029360     PERFORM CARGA-CORRECCIONES.
029400
029500     OPEN INPUT LIQFILE.
029600     MOVE 'LIQFILE ' TO PGD-ERROR-ARCHIVO.
032100     MOVE 'REVREPT ' TO PGD-ERROR-ARCHIVO.
032200     MOVE PGD-REVREPT-STATUS TO PGD-ERROR-STATUS.
032300     PERFORM VERIFICA-ESTADO-ARCHIVO.
032305
032310     OPEN OUTPUT COMPFILE.
032315     MOVE 'COMPFILE' TO PGD-ERROR-ARCHIVO.
032320     MOVE PGD-COMPFILE-STATUS TO PGD-ERROR-STATUS.
032325     PERFORM VERIFICA-ESTADO-ARCHIVO.
032330
032335     OPEN OUTPUT COMPREPT.
032340     MOVE 'COMPREPT' TO PGD-ERROR-ARCHIVO.
032345     MOVE PGD-COMPREPT-STATUS TO PGD-ERROR-STATUS.
032350     PERFORM VERIFICA-ESTADO-ARCHIVO.
032352
032354     OPEN INPUT REEMIN.
032356     MOVE 'REEMIN  ' TO PGD-ERROR-ARCHIVO.
032358     MOVE PGD-REEMIN-STATUS TO PGD-ERROR-STATUS.
032360     PERFORM VERIFICA-ESTADO-ARCHIVO.
032362
032364     OPEN OUTPUT REEMOUT.
032366     MOVE 'REEMOUT ' TO PGD-ERROR-ARCHIVO.
032368     MOVE PGD-REEMOUT-STATUS TO PGD-ERROR-STATUS.
032370     PERFORM VERIFICA-ESTADO-ARCHIVO.
032400
032500     MOVE PGD-FECHA-EJECUCION TO REV-TIT-FECHA.
032600     MOVE PGD-UMBRAL-RETENCION TO REV-TIT-UMBRAL.
033200     PERFORM ESCRIBE-LINEA.
033300     MOVE SPACES TO REV-LINEA.
033400     PERFORM ESCRIBE-LINEA.
033405
033410     MOVE PGD-FECHA-EJECUCION TO CMP-TIT-FECHA.
033415     MOVE PGD-RECARGO-MORA TO CMP-TIT-RECARGO.
033420     MOVE CMP-LIN-TITULO TO CMP-LINEA.
033425     PERFORM ESCRIBE-LINEA-COMP.
033430     MOVE SPACES TO CMP-LINEA.
033435     PERFORM ESCRIBE-LINEA-COMP.
033440     MOVE CMP-LIN-CABECERA TO CMP-LINEA.
033445     PERFORM ESCRIBE-LINEA-COMP.
033450     MOVE SPACES TO CMP-LINEA.
033455     PERFORM ESCRIBE-LINEA-COMP.
033500
033600*--------------------------------------------------------------*
033700*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
037800
037900     MOVE PGD-UMBRAL-RETENCION TO PGD-UMBRAL-ED.
038000     DISPLAY 'UMBRAL DE RETENCION: ' PGD-UMBRAL-ED.
038002
038004*--------------------------------------------------------------*
038006*    CARGA-RECARGO-MORA - JUEGO VIGENTE POR FECHA, COMO         *
038008*    CON-FRAC, PARA QUE LA COMPENSACION COBRE EL MISMO RECARGO  *
038010*    QUE FIGURA EN EL INFORME DE MOROSIDAD.                     *
038012*--------------------------------------------------------------*
038014 CARGA-RECARGO-MORA.
038016
038018     OPEN INPUT PARMTAB.
038020     MOVE 'PARMFILE' TO PGD-ERROR-ARCHIVO.
038022     MOVE PGD-PARMTAB-STATUS TO PGD-ERROR-STATUS.
038024     PERFORM VERIFICA-ESTADO-ARCHIVO.
038026
038028     PERFORM LEE-JUEGO WITH TEST AFTER UNTIL PGD-PRM-EOF.
038030
038032     CLOSE PARMTAB.
038034
038036     IF PGD-PRM-VIGENCIA = 0
038038         DISPLAY '*** SIN JUEGO DE PARAMETROS VIGENTE PARA LA '
038040             'FECHA ' PGD-FECHA-EJECUCION
038042         MOVE 16 TO RETURN-CODE
038044         STOP RUN
038046     END-IF.
038048
038050     MOVE PGD-RECARGO-MORA TO PGD-RECARGO-ED.
038052     DISPLAY 'RECARGO DE MORA    : ' PGD-RECARGO-ED ' %'.
038054
038056 LEE-JUEGO.
038058
038060     READ PARMTAB
038062         AT END
038064             SET PGD-PRM-EOF TO TRUE
038066         NOT AT END
038068             IF PRM-FECHA-VIGENCIA NOT > PGD-FECHA-EJECUCION
038070                 AND PRM-FECHA-VIGENCIA NOT < PGD-PRM-VIGENCIA
038072                 MOVE PRM-FECHA-VIGENCIA TO PGD-PRM-VIGENCIA
038074                 IF PRM-RECARGO-MORA NUMERIC
038076                     MOVE PRM-RECARGO-MORA TO PGD-RECARGO-MORA
038078                 ELSE
038080                     MOVE ZERO TO PGD-RECARGO-MORA
038082                 END-IF
038084             END-IF
038086     END-READ.
038100
038200*--------------------------------------------------------------*
038300*    CARGA-LIBERACIONES - LAS LIBERACIONES FIRMADAS DEL DIA     *
041800             MOVE 'N'
041900                 TO PGD-LIB-USADA-SW (PGD-LIB-CARGADAS)
042000     END-READ.
042001
042002*--------------------------------------------------------------*
042003*    CARGA-DEUDA-VENCIDA - DE PENFILE SOLO PASAN A DEUWORK LAS  *
042004*    CUOTAS CON SALDO (IMPORTE MAYOR QUE LO PAGADO) YA          *
042005*    VENCIDAS.  UN DESORDEN ABORTA, COMO EN CON-FRAC.  DEUWORK  *
042006*    SE VACIA AL ABRIRLO EN SALIDA Y QUEDA ABIERTO EN E/S PARA  *
042007*    LA COMPENSACION.                                           *
042008*--------------------------------------------------------------*
042009 CARGA-DEUDA-VENCIDA.
042010
042011     OPEN INPUT PENFILE.
042012     MOVE 'PENFILE ' TO PGD-ERROR-ARCHIVO.
042013     MOVE PGD-PENFILE-STATUS TO PGD-ERROR-STATUS.
042014     PERFORM VERIFICA-ESTADO-ARCHIVO.
042015
042016     OPEN OUTPUT DEUWORK.
042017     MOVE 'DEUWORK ' TO PGD-ERROR-ARCHIVO.
042018     MOVE PGD-DEUWORK-STATUS TO PGD-ERROR-STATUS.
042019     PERFORM VERIFICA-ESTADO-ARCHIVO.
042020
042021     PERFORM LEE-CUOTA-PENDIENTE
042022         WITH TEST AFTER UNTIL PGD-PEN-EOF.
042023
042024     CLOSE PENFILE.
042025     CLOSE DEUWORK.
042026
042027     OPEN I-O DEUWORK.
042028     MOVE 'DEUWORK ' TO PGD-ERROR-ARCHIVO.
042029     MOVE PGD-DEUWORK-STATUS TO PGD-ERROR-STATUS.
042030     PERFORM VERIFICA-ESTADO-ARCHIVO.
042031
042032     DISPLAY 'CUOTAS VENCIDAS    : ' PGD-TOTAL-VENCIDAS.
042033
042034 LEE-CUOTA-PENDIENTE.
042035
042036     READ PENFILE
042037         AT END
042038             SET PGD-PEN-EOF TO TRUE
042039         NOT AT END
042040             MOVE PEN-TAXPAYER-ID TO PGD-DEU-CLAVE (1:9)
042041             MOVE PEN-NUM-CUOTA   TO PGD-DEU-CLAVE (10:1)
042042             IF PGD-DEU-CLAVE < PGD-DEU-CLAVE-ANT
042043                 DISPLAY '*** PENFILE NO ORDENADO POR '
042044                     'CONTRIBUYENTE Y CUOTA: ' PEN-TAXPAYER-ID
042045                 MOVE 16 TO RETURN-CODE
042046                 STOP RUN
042047             END-IF
042048             MOVE PGD-DEU-CLAVE TO PGD-DEU-CLAVE-ANT
042049             IF PEN-IMPORTE > PEN-PAGADO
042050                 AND PEN-VENCIMIENTO < PGD-FECHA-EJECUCION
042051                 PERFORM CARGA-CUOTA-VENCIDA
042052             END-IF
042053     END-READ.
042054
042055 CARGA-CUOTA-VENCIDA.
042056
042057     ADD 1 TO PGD-TOTAL-VENCIDAS.
042058     MOVE SPACES TO DEU-W-CUOTA-REC.
042059     MOVE PEN-TAXPAYER-ID TO DEU-W-ID.
042060     MOVE PEN-NUM-CUOTA   TO DEU-W-CUOTA.
042061     MOVE PEN-VENCIMIENTO TO DEU-W-VENCIMIENTO.
042062     COMPUTE DEU-W-SALDO = PEN-IMPORTE - PEN-PAGADO.
042063
042064     WRITE DEU-W-CUOTA-REC.
042065     MOVE 'DEUWORK ' TO PGD-ERROR-ARCHIVO.
042066     MOVE PGD-DEUWORK-STATUS TO PGD-ERROR-STATUS.
042067     PERFORM VERIFICA-ESTADO-ARCHIVO.
042100
042102*--------------------------------------------------------------*
042104*    CARGA-CORRECCIONES - LAS CORRECCIONES FIRMADAS DEL DIA     *
042106*    PASAN A MEMORIA.  CADA UNA SUELTA UNA SOLA ORDEN.          *
042108*--------------------------------------------------------------*
042110 CARGA-CORRECCIONES.
042112
042114     OPEN INPUT CORFILE.
042116     MOVE 'CORFILE ' TO PGD-ERROR-ARCHIVO.
042118     MOVE PGD-CORFILE-STATUS TO PGD-ERROR-STATUS.
042120     PERFORM VERIFICA-ESTADO-ARCHIVO.
042122
042124     PERFORM LEE-CORRECCION WITH TEST AFTER UNTIL PGD-COR-EOF.
042126
042128     CLOSE CORFILE.
042130
042132     DISPLAY 'CORRECCIONES FIRMADAS: ' PGD-COR-CARGADAS.
042134
042136 LEE-CORRECCION.
042138
042140     READ CORFILE
042142         AT END
042144             SET PGD-COR-EOF TO TRUE
042146         NOT AT END
042148             IF PGD-COR-CARGADAS = PGD-COR-MAXIMO
042150                 DISPLAY '*** TABLA DE CORRECCIONES LLENA - '
042152                     'AMPLIAR PGD-COR-TABLA'
042154                 MOVE 16 TO RETURN-CODE
042156                 STOP RUN
042158             END-IF
042160             ADD 1 TO PGD-COR-CARGADAS
042162             MOVE COR-TAXPAYER-ID
042164                 TO PGD-COR-ID (PGD-COR-CARGADAS)
042166             MOVE COR-AUTORIZADOR
042168                 TO PGD-COR-AUTORIZADOR (PGD-COR-CARGADAS)
042170             MOVE COR-FECHA-FIRMA
042172                 TO PGD-COR-FECHA (PGD-COR-CARGADAS)
042174             MOVE COR-FECHA-ORDEN
042176                 TO PGD-COR-FECHA-ORDEN (PGD-COR-CARGADAS)
042178             MOVE COR-NUM-ORDEN
042180                 TO PGD-COR-NUM-ORDEN (PGD-COR-CARGADAS)
042182             MOVE 'N'
042184                 TO PGD-COR-USADA-SW (PGD-COR-CARGADAS)
042186     END-READ.
042188
042200*--------------------------------------------------------------*
042300*    PROCESA-RETENIDA - UNA RETENCION PENDIENTE CON LIBERACION  *
042400*    FIRMADA SALE COMO ORDEN DE PAGO; SIN FIRMA, SIGUE EN LA    *
047800     PERFORM ESCRIBE-LINEA.
047900
048000 EMITE-ORDEN-DESDE-RETENIDA.
048010
048020     MOVE HIN-TAXPAYER-ID TO PGD-CMP-ID.
048030     MOVE HIN-IMPORTE TO PGD-CMP-DEVOLUCION.
048040     PERFORM COMPENSA-DEVOLUCION.
048050
048060     IF PGD-CMP-RESTO > 0
048070         ADD 1 TO PGD-NUM-ORDEN
048080         MOVE SPACES TO ORD-ORDEN-REC
048090         MOVE PGD-NUM-ORDEN   TO ORD-NUM-ORDEN
048100         MOVE HIN-TAXPAYER-ID TO ORD-TAXPAYER-ID
048110         IF PGD-MAESTRO-ENCONTRADO
048120             MOVE MST-TAXPAYER-NAME TO ORD-TAXPAYER-NAME
048130         ELSE
048140             MOVE SPACES TO ORD-TAXPAYER-NAME
048150         END-IF
048160         MOVE PGD-CMP-RESTO TO ORD-IMPORTE
048170         MOVE PGD-FECHA-EJECUCION TO ORD-FECHA
048180         PERFORM ESCRIBE-ORDEN
048190     END-IF.
048200
048210     IF PGD-CMP-APLICADO > 0
048220         PERFORM REPORTA-COMPENSACION
048230     END-IF.
049400
049500 ARRASTRA-RETENIDA.
049600
050700     MOVE HIN-FECHA-RETENIDA TO REV-DET-FECHA.
050800     MOVE REV-LIN-DETALLE TO REV-LINEA.
050900     PERFORM ESCRIBE-LINEA.
050902
050904*--------------------------------------------------------------*
050906*    PROCESA-REEMISION - UNA ORDEN FALLIDA CON CORRECCION       *
050908*    FIRMADA SE REEMITE CON NUMERO NUEVO; SIN FIRMA, SIGUE EN   *
050910*    LA COLA.                                                   *
050912*--------------------------------------------------------------*
050914 PROCESA-REEMISION.
050916
050918     READ REEMIN
050920         AT END
050922             SET PGD-REE-EOF TO TRUE
050924     END-READ.
050926
050928     IF NOT PGD-REE-EOF
050930         PERFORM BUSCA-CORRECCION
050932         IF PGD-COR-HALLADA
050934             PERFORM REEMITE-ORDEN
050936         ELSE
050938             PERFORM ARRASTRA-REEMISION
050940         END-IF
050942     END-IF.
050944
050946 BUSCA-CORRECCION.
050948
050950     SET PGD-COR-NO-HALLADA TO TRUE.
050952     MOVE ZERO TO PGD-COR-HALLADA-IDX.
050954
050956     PERFORM COMPRUEBA-CORRECCION
050958         VARYING PGD-COR-IDX FROM 1 BY 1
050960         UNTIL PGD-COR-IDX > PGD-COR-CARGADAS
050962            OR PGD-COR-HALLADA.
050964
050966 COMPRUEBA-CORRECCION.
050968
050970     IF PGD-COR-ID (PGD-COR-IDX) = REE-TAXPAYER-ID
050972         AND PGD-COR-FECHA-ORDEN (PGD-COR-IDX) = REE-FECHA-ORDEN
050974         AND PGD-COR-NUM-ORDEN (PGD-COR-IDX) = REE-NUM-ORDEN
050976         AND NOT PGD-COR-USADA (PGD-COR-IDX)
050978         MOVE PGD-COR-IDX TO PGD-COR-HALLADA-IDX
050980         SET PGD-COR-HALLADA TO TRUE
050982     END-IF.
051000
051001*--------------------------------------------------------------*
051002*    REEMITE-ORDEN - LA REEMISION ES UNA DEVOLUCION MAS: ANTES  *
051003*    DE EMITIRLA COMPENSA LA DEUDA VENCIDA QUE EL CONTRIBUYENTE *
051004*    TENGA HOY.                                                 *
051005*--------------------------------------------------------------*
051006 REEMITE-ORDEN.
051007
051008     MOVE 'S' TO PGD-COR-USADA-SW (PGD-COR-HALLADA-IDX).
051009     ADD 1 TO PGD-TOTAL-REEMITIDAS.
051010
051011     MOVE REE-TAXPAYER-ID TO PGD-CMP-ID.
051012     MOVE REE-IMPORTE TO PGD-CMP-DEVOLUCION.
051013     PERFORM COMPENSA-DEVOLUCION.
051014
051015     IF PGD-CMP-RESTO > 0
051016         ADD 1 TO PGD-NUM-ORDEN
051017         MOVE SPACES TO ORD-ORDEN-REC
051018         MOVE PGD-NUM-ORDEN     TO ORD-NUM-ORDEN
051019         MOVE REE-TAXPAYER-ID   TO ORD-TAXPAYER-ID
051020         MOVE REE-TAXPAYER-NAME TO ORD-TAXPAYER-NAME
051021         MOVE PGD-CMP-RESTO TO ORD-IMPORTE
051022         MOVE PGD-FECHA-EJECUCION TO ORD-FECHA
051023         PERFORM ESCRIBE-ORDEN
051024     END-IF.
051025
051026     IF PGD-CMP-APLICADO > 0
051027         PERFORM REPORTA-COMPENSACION
051028     END-IF.
051029
051030     MOVE SPACES TO REV-LIN-DETALLE.
051031     MOVE 'REEMITIDA - CORREGIDA : ' TO REV-DET-SITUACION.
051032     MOVE REE-TAXPAYER-ID TO REV-DET-ID.
051033     MOVE REE-IMPORTE TO REV-DET-IMPORTE.
051034     MOVE REE-FECHA-ORDEN TO REV-DET-FECHA.
051035     MOVE PGD-COR-AUTORIZADOR (PGD-COR-HALLADA-IDX)
051036         TO REV-DET-AUTORIZADOR.
051037     MOVE REV-LIN-DETALLE TO REV-LINEA.
051038     PERFORM ESCRIBE-LINEA.
051039
051040 ARRASTRA-REEMISION.
051041
051042     ADD 1 TO PGD-TOTAL-EN-REEMISION.
051043     ADD REE-IMPORTE TO PGD-TOTAL-COLA-REEM.
051044
051045     MOVE REE-REEMISION-REC TO REO-REEMISION-REC.
051046     PERFORM ESCRIBE-REEMOUT.
051047
051048     MOVE SPACES TO REV-LIN-DETALLE.
051049     IF REE-RECHAZADA
051050         MOVE 'RECHAZADA - SIN CORREG: ' TO REV-DET-SITUACION
051051     ELSE
051052         MOVE 'DEVUELTA - SIN CORREG.: ' TO REV-DET-SITUACION
051053     END-IF.
051054     MOVE REE-TAXPAYER-ID TO REV-DET-ID.
051055     MOVE REE-IMPORTE TO REV-DET-IMPORTE.
051056     MOVE REE-FECHA-ORDEN TO REV-DET-FECHA.
051057     MOVE REV-LIN-DETALLE TO REV-LINEA.
051058     PERFORM ESCRIBE-LINEA.
051059
051100*--------------------------------------------------------------*
051200*    PROCESA-LIQUIDACION - DE LIQFILE SOLO INTERESAN LAS        *
051300*    DEVOLUCIONES (TIPO R): POR DEBAJO DEL UMBRAL SALEN COMO    *
054500     END-READ.
054600
054700 EMITE-ORDEN-DESDE-LIQ.
054710
054720     MOVE LIQ-TAXPAYER-ID TO PGD-CMP-ID.
054730     MOVE LIQ-IMPORTE-NETO TO PGD-CMP-DEVOLUCION.
054740     PERFORM COMPENSA-DEVOLUCION.
054750
054760     IF PGD-CMP-RESTO > 0
054770         ADD 1 TO PGD-NUM-ORDEN
054780         MOVE SPACES TO ORD-ORDEN-REC
054790         MOVE PGD-NUM-ORDEN   TO ORD-NUM-ORDEN
054800         MOVE LIQ-TAXPAYER-ID TO ORD-TAXPAYER-ID
054810         MOVE MST-TAXPAYER-NAME TO ORD-TAXPAYER-NAME
054820         MOVE PGD-CMP-RESTO TO ORD-IMPORTE
054830         MOVE PGD-FECHA-EJECUCION TO ORD-FECHA
054840         PERFORM ESCRIBE-ORDEN
054850     END-IF.
054860
054870     IF PGD-CMP-APLICADO > 0
054880         PERFORM REPORTA-COMPENSACION
054890     END-IF.
055700
055800*--------------------------------------------------------------*
055900*    RETIENE-DEVOLUCION - LA DEVOLUCION ENTRA EN LA COLA DE     *
058300     MOVE PGD-FECHA-EJECUCION TO REV-DET-FECHA.
058400     MOVE REV-LIN-DETALLE TO REV-LINEA.
058500     PERFORM ESCRIBE-LINEA.
058501
058502*--------------------------------------------------------------*
058503*    COMPENSA-DEVOLUCION - ANTES DE EMITIR LA ORDEN, LA         *
058504*    DEVOLUCION SALDA LAS CUOTAS VENCIDAS DEL CONTRIBUYENTE,    *
058505*    DE LA MAS ANTIGUA A LA MAS RECIENTE, CON SU RECARGO.  SOLO *
058506*    EL RESTO (PGD-CMP-RESTO) SALE A PAGO.                      *
058507*--------------------------------------------------------------*
058508 COMPENSA-DEVOLUCION.
058509
058510     MOVE PGD-CMP-DEVOLUCION TO PGD-CMP-RESTO.
058511     MOVE ZERO TO PGD-CMP-APLICADO.
058512     PERFORM POSICIONA-DEUDA.
058513
058514     PERFORM APLICA-DEUDA
058515         UNTIL PGD-DEU-FIN OR PGD-CMP-RESTO = 0.
058516
058517     IF PGD-CMP-APLICADO > 0
058518         ADD 1 TO PGD-TOTAL-COMPENSADAS
058519         ADD PGD-CMP-APLICADO TO PGD-TOTAL-COMPENSADO
058520     END-IF.
058521
058522 APLICA-DEUDA.
058523
058524     READ DEUWORK NEXT RECORD
058525         AT END
058526             SET PGD-DEU-FIN TO TRUE
058527         NOT AT END
058528             IF DEU-W-ID NOT = PGD-CMP-ID
058529                 SET PGD-DEU-FIN TO TRUE
058530             END-IF
058531     END-READ.
058532
058533     IF NOT PGD-DEU-FIN
058534         AND DEU-W-SALDO > 0
058535         PERFORM COMPENSA-CUOTA
058536     END-IF.
058537
058538*--------------------------------------------------------------*
058539*    COMPENSA-CUOTA - SI LA DEVOLUCION CUBRE SALDO Y RECARGO,   *
058540*    LA CUOTA QUEDA SALDADA.  SI NO, LO QUE HAY SE REPARTE      *
058541*    ENTRE PRINCIPAL Y RECARGO EN LA MISMA PROPORCION, PARA     *
058542*    QUE EL RECARGO QUE CON-FRAC RECALCULA SOBRE EL SALDO QUE   *
058543*    QUEDE NO VUELVA A COBRAR LA PARTE YA COMPENSADA.  A        *
058544*    CON-FRAC SOLO VUELVE EL PRINCIPAL: EL RECARGO NO FORMA     *
058545*    PARTE DEL SALDO DE LA CUOTA.                               *
058546*--------------------------------------------------------------*
058547 COMPENSA-CUOTA.
058548
058549     COMPUTE PGD-CMP-RECARGO ROUNDED =
058550         (DEU-W-SALDO * PGD-RECARGO-MORA) / 100.
058551     COMPUTE PGD-CMP-EXIGIBLE =
058552         DEU-W-SALDO + PGD-CMP-RECARGO.
058553
058554     IF PGD-CMP-RESTO NOT < PGD-CMP-EXIGIBLE
058555         MOVE DEU-W-SALDO TO PGD-CMP-PRINCIPAL
058556         MOVE PGD-CMP-RECARGO TO PGD-CMP-REC-APLICADO
058557     ELSE
058558         COMPUTE PGD-CMP-PRINCIPAL ROUNDED =
058559             (PGD-CMP-RESTO * 100) / (100 + PGD-RECARGO-MORA)
058560         COMPUTE PGD-CMP-REC-APLICADO =
058561             PGD-CMP-RESTO - PGD-CMP-PRINCIPAL
058562     END-IF.
058563
058564     COMPUTE PGD-CMP-IMPORTE =
058565         PGD-CMP-PRINCIPAL + PGD-CMP-REC-APLICADO.
058566
058567     MOVE SPACES TO CMP-LIN-DETALLE.
058568     MOVE PGD-CMP-ID TO CMP-DET-ID.
058569     MOVE DEU-W-CUOTA TO CMP-DET-CUOTA.
058570     MOVE DEU-W-VENCIMIENTO
058571         TO CMP-DET-VENCIMIENTO.
058572     MOVE DEU-W-SALDO TO CMP-DET-SALDO.
058573     MOVE PGD-CMP-PRINCIPAL TO CMP-DET-PRINCIPAL.
058574     MOVE PGD-CMP-REC-APLICADO TO CMP-DET-RECARGO.
058575     MOVE PGD-CMP-IMPORTE TO CMP-DET-APLICADO.
058576     MOVE CMP-LIN-DETALLE TO CMP-LINEA.
058577     PERFORM ESCRIBE-LINEA-COMP.
058578
058579     SUBTRACT PGD-CMP-PRINCIPAL FROM DEU-W-SALDO.
058580     SUBTRACT PGD-CMP-IMPORTE FROM PGD-CMP-RESTO.
058581     ADD PGD-CMP-IMPORTE TO PGD-CMP-APLICADO.
058582     ADD 1 TO PGD-TOTAL-CUOTAS-COMP.
058583
058584     IF PGD-CMP-PRINCIPAL > 0
058585         PERFORM ESCRIBE-PAGO-COMPENSADO
058586     END-IF.
058588
058590     REWRITE DEU-W-CUOTA-REC.
058592     MOVE 'DEUWORK ' TO PGD-ERROR-ARCHIVO.
058594     MOVE PGD-DEUWORK-STATUS TO PGD-ERROR-STATUS.
058596     PERFORM VERIFICA-ESTADO-ARCHIVO.
058600
058700*--------------------------------------------------------------*
058800*    REPORTA-LIBERACIONES-SIN-USO - UNA FIRMA SIN RETENCION     *
060700         MOVE REV-LIN-DETALLE TO REV-LINEA
060800         PERFORM ESCRIBE-LINEA
060900     END-IF.
060902
060904 ESCRIBE-PAGO-COMPENSADO.
060906
060908     MOVE SPACES TO PAG-PAGO-REC.
060910     MOVE PGD-CMP-ID TO PAG-TAXPAYER-ID.
060912     MOVE DEU-W-CUOTA TO PAG-NUM-CUOTA.
060914     MOVE PGD-CMP-PRINCIPAL TO PAG-IMPORTE.
060916     MOVE PGD-FECHA-EJECUCION TO PAG-FECHA.
060918     WRITE PAG-PAGO-REC.
060920     MOVE 'COMPFILE' TO PGD-ERROR-ARCHIVO.
060922     MOVE PGD-COMPFILE-STATUS TO PGD-ERROR-STATUS.
060924     PERFORM VERIFICA-ESTADO-ARCHIVO.
060926
060928*--------------------------------------------------------------*
060930*    REPORTA-COMPENSACION - RESUMEN DE LA DEVOLUCION: BRUTO,    *
060932*    COMPENSADO Y ORDEN EMITIDA POR EL RESTO, O NINGUNA SI LA   *
060934*    DEUDA LA ABSORBIO ENTERA.                                  *
060936*--------------------------------------------------------------*
060938 REPORTA-COMPENSACION.
060940
060942     MOVE SPACES TO CMP-LIN-RESUMEN.
060944     MOVE PGD-CMP-ID TO CMP-RES-ID.
060946     MOVE PGD-CMP-DEVOLUCION TO CMP-RES-DEVOLUCION.
060948     MOVE PGD-CMP-APLICADO TO CMP-RES-APLICADO.
060950     MOVE PGD-CMP-RESTO TO CMP-RES-RESTO.
060952     IF PGD-CMP-RESTO > 0
060954         MOVE PGD-NUM-ORDEN TO CMP-RES-ORDEN
060956     ELSE
060958         MOVE 'NINGUNA' TO CMP-RES-ORDEN
060960         ADD 1 TO PGD-TOTAL-ABSORBIDAS
060962     END-IF.
060964     MOVE CMP-LIN-RESUMEN TO CMP-LINEA.
060966     PERFORM ESCRIBE-LINEA-COMP.
060968     MOVE SPACES TO CMP-LINEA.
060970     PERFORM ESCRIBE-LINEA-COMP.
061000
061100 ESCRIBE-ORDEN.
061200
063000     MOVE 'REVREPT ' TO PGD-ERROR-ARCHIVO.
063100     MOVE PGD-REVREPT-STATUS TO PGD-ERROR-STATUS.
063200     PERFORM VERIFICA-ESTADO-ARCHIVO.
063210
063220 ESCRIBE-LINEA-COMP.
063230
063240     WRITE CMP-LINEA.
063250     MOVE 'COMPREPT' TO PGD-ERROR-ARCHIVO.
063260     MOVE PGD-COMPREPT-STATUS TO PGD-ERROR-STATUS.
063270     PERFORM VERIFICA-ESTADO-ARCHIVO.
063300
063302 ESCRIBE-REEMOUT.
063304
063306     WRITE REO-REEMISION-REC.
063308     MOVE 'REEMOUT ' TO PGD-ERROR-ARCHIVO.
063310     MOVE PGD-REEMOUT-STATUS TO PGD-ERROR-STATUS.
063312     PERFORM VERIFICA-ESTADO-ARCHIVO.
063314
063316*--------------------------------------------------------------*
063318*    REPORTA-CORRECCIONES-SIN-USO - UNA CORRECCION QUE NO       *
063320*    CASA CON NINGUNA ORDEN DE LA COLA SE LISTA PARA EL         *
063322*    AUDITOR, COMO LAS LIBERACIONES.                            *
063324*--------------------------------------------------------------*
063326 REPORTA-CORRECCIONES-SIN-USO.
063328
063330     PERFORM COMPRUEBA-CORRECCION-USO
063332         VARYING PGD-COR-IDX FROM 1 BY 1
063334         UNTIL PGD-COR-IDX > PGD-COR-CARGADAS.
063336
063338 COMPRUEBA-CORRECCION-USO.
063340
063342     IF NOT PGD-COR-USADA (PGD-COR-IDX)
063344         ADD 1 TO PGD-TOTAL-INCIDENCIAS
063346         MOVE SPACES TO REV-LIN-DETALLE
063348         MOVE 'CORRECCION SIN COLA   : ' TO REV-DET-SITUACION
063350         MOVE PGD-COR-ID (PGD-COR-IDX) TO REV-DET-ID
063352         MOVE PGD-COR-FECHA-ORDEN (PGD-COR-IDX) TO REV-DET-FECHA
063354         MOVE PGD-COR-AUTORIZADOR (PGD-COR-IDX)
063356             TO REV-DET-AUTORIZADOR
063358         MOVE REV-LIN-DETALLE TO REV-LINEA
063360         PERFORM ESCRIBE-LINEA
063362     END-IF.
063364
063365*--------------------------------------------------------------*
063366*    POSICIONA-DEUDA - DEUWORK SE POSICIONA EN LA PRIMERA       *
063367*    CUOTA DEL CONTRIBUYENTE DE LA DEVOLUCION; SI NO QUEDA      *
063368*    NINGUNA CLAVE IGUAL O MAYOR, NO HAY DEUDA QUE COMPENSAR.   *
063369*    COMO VA EN ORDEN DE CONTRIBUYENTE, APLICA-DEUDA PARA AL    *
063370*    LLEGAR A UNA CUOTA DE OTRO.                                *
063371*--------------------------------------------------------------*
063372 POSICIONA-DEUDA.
063373
063374     MOVE 'N' TO PGD-DEU-FIN-SW.
063375     MOVE PGD-CMP-ID TO DEU-W-ID.
063376     MOVE ZERO TO DEU-W-CUOTA.
063377
063378     START DEUWORK KEY IS NOT < DEU-W-CLAVE
063379         INVALID KEY
063380             SET PGD-DEU-FIN TO TRUE
063381     END-START.
063382
063383     IF PGD-DEU-FIN
063384         IF PGD-DEUWORK-STATUS NOT = '23'
063385             MOVE 'DEUWORK ' TO PGD-ERROR-ARCHIVO
063386             MOVE PGD-DEUWORK-STATUS TO PGD-ERROR-STATUS
063387             PERFORM VERIFICA-ESTADO-ARCHIVO
063388         END-IF
063389     END-IF.
063390
063400 FIN.
063500
063600     MOVE SPACES TO REV-LINEA.
064700     MOVE PGD-TOTAL-LIBERADAS TO REV-TOT-IMPORTE.
064800     MOVE REV-LIN-TOTAL TO REV-LINEA.
064900     PERFORM ESCRIBE-LINEA.
064910     MOVE 'REEMITIDAS      : ' TO REV-TOT-ROTULO.
064920     MOVE PGD-TOTAL-REEMITIDAS TO REV-TOT-IMPORTE.
064930     MOVE REV-LIN-TOTAL TO REV-LINEA.
064940     PERFORM ESCRIBE-LINEA.
064950     MOVE 'COLA REEMISION  : ' TO REV-TOT-ROTULO.
064960     MOVE PGD-TOTAL-EN-REEMISION TO REV-TOT-IMPORTE.
064970     MOVE REV-LIN-TOTAL TO REV-LINEA.
064980     PERFORM ESCRIBE-LINEA.
065000     MOVE 'EN COLA REVISION: ' TO REV-TOT-ROTULO.
065100     MOVE PGD-TOTAL-PENDIENTES TO REV-TOT-IMPORTE.
065200     MOVE REV-LIN-TOTAL TO REV-LINEA.
065300     PERFORM ESCRIBE-LINEA.
065302
065304     MOVE 'CUOTAS VENCIDAS LEIDAS  : ' TO CMP-TOT-ROTULO.
065306     MOVE PGD-TOTAL-VENCIDAS TO CMP-TOT-CONTADOR.
065308     MOVE CMP-LIN-TOTAL TO CMP-LINEA.
065310     PERFORM ESCRIBE-LINEA-COMP.
065312     MOVE 'DEVOLUCIONES COMPENSADAS: ' TO CMP-TOT-ROTULO.
065314     MOVE PGD-TOTAL-COMPENSADAS TO CMP-TOT-CONTADOR.
065316     MOVE CMP-LIN-TOTAL TO CMP-LINEA.
065318     PERFORM ESCRIBE-LINEA-COMP.
065320     MOVE 'CUOTAS COMPENSADAS      : ' TO CMP-TOT-ROTULO.
065322     MOVE PGD-TOTAL-CUOTAS-COMP TO CMP-TOT-CONTADOR.
065324     MOVE CMP-LIN-TOTAL TO CMP-LINEA.
065326     PERFORM ESCRIBE-LINEA-COMP.
065328     MOVE 'ABSORBIDAS SIN ORDEN    : ' TO CMP-TOT-ROTULO.
065330     MOVE PGD-TOTAL-ABSORBIDAS TO CMP-TOT-CONTADOR.
065332     MOVE CMP-LIN-TOTAL TO CMP-LINEA.
065334     PERFORM ESCRIBE-LINEA-COMP.
065336     MOVE 'IMPORTE COMPENSADO      : ' TO CMP-TIM-ROTULO.
065338     MOVE PGD-TOTAL-COMPENSADO TO CMP-TIM-IMPORTE.
065340     MOVE CMP-LIN-TOTAL-IMPORTE TO CMP-LINEA.
065342     PERFORM ESCRIBE-LINEA-COMP.
065400
065500     CLOSE LIQFILE.
065600     CLOSE HOLDIN.
065800     CLOSE ORDFILE.
065900     CLOSE HOLDOUT.
066000     CLOSE REVREPT.
066010     CLOSE COMPFILE.
066020     CLOSE COMPREPT.
066030     CLOSE REEMIN.
066040     CLOSE REEMOUT.
066050     CLOSE DEUWORK.
066100
066200     MOVE PGD-TOTAL-PAGADO TO PGD-TOTAL-PAGADO-ED.
066300     MOVE PGD-TOTAL-EN-COLA TO PGD-TOTAL-EN-COLA-ED.
066310     MOVE PGD-TOTAL-COMPENSADO TO PGD-TOTAL-COMPENSADO-ED.
066320     MOVE PGD-TOTAL-COLA-REEM TO PGD-TOTAL-COLA-REEM-ED.
066400
066500     DISPLAY ' '.
066600     DISPLAY '===================================='.
067200     DISPLAY '  LIBERADAS   : ' PGD-TOTAL-LIBERADAS.
067300     DISPLAY '  EN COLA     : ' PGD-TOTAL-PENDIENTES.
067400     DISPLAY '  INCIDENCIAS : ' PGD-TOTAL-INCIDENCIAS.
067410     DISPLAY '  COMPENSADAS : ' PGD-TOTAL-COMPENSADAS.
067420     DISPLAY '  ABSORBIDAS  : ' PGD-TOTAL-ABSORBIDAS.
067430     DISPLAY '  REEMITIDAS  : ' PGD-TOTAL-REEMITIDAS.
067440     DISPLAY '  COLA REEMIS.: ' PGD-TOTAL-EN-REEMISION.
067450     DISPLAY '  IMPORTE REEM: ' PGD-TOTAL-COLA-REEM-ED.
067500     DISPLAY '  IMPORTE PAGO: ' PGD-TOTAL-PAGADO-ED.
067600     DISPLAY '  IMPORTE COLA: ' PGD-TOTAL-EN-COLA-ED.
067610     DISPLAY '  IMPORTE COMP: ' PGD-TOTAL-COMPENSADO-ED.
067700     DISPLAY '===================================='.
067800
067900     DISPLAY 'FIN DE PROGRAMA'
