002680*                     RETFILE PASA A KSDS Y LOS LIQUIDADOS DEL   *
002682*                     EXTRACTO SE REGISTRAN EN EL KSDS DE        *
002684*                     TRABAJO DUPWORK.                           *
002685*    2026-10-15 JM    DECLARACION CONJUNTA: LOS CASADOS          *
002686*                     VINCULADOS SE LIQUIDAN JUNTOS (EL PRIMERO  *
002687*                     ESPERA EN PARWORK) CON LA OPCION MAS       *
002688*                     BARATA, GRABADA EN AUDITLOG Y LIQFILE.     *
002689*                     SIN CONYUGE EN EL EXTRACTO: SUSPENSO 05.   *
002690*    2026-10-15 JM    LIQUIDACION POR PARTICIONES: LA CABECERA   *
002691*                     DEL EXTRACTO PARCIAL DE PAR-EXTR IDENTIFICA*
002692*                     LA PARTICION; LA AUDITORIA DE LA PARTICION *
002693*                     SE VACIA EN UNA EJECUCION NUEVA Y AL       *
002694*                     TERMINAR SE GRABAN LOS TOTALES (TOTFILE,   *
002695*                     COPYBOOK TOTREG) PARA LA FUSION FUS-TAX.   *
002699*****************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CAL-TAX.
006922         ORGANIZATION IS SEQUENTIAL
006924         FILE STATUS IS TX-PARMFILE-STATUS.
006926
006931*    PARWORK - MIEMBROS DE MATRIMONIO VINCULADO QUE ESPERAN A   *
006936*    QUE APAREZCA SU CONYUGE EN EL EXTRACTO PARA LIQUIDAR LA    *
006941*    PAREJA JUNTA (DECLARACION CONJUNTA).                       *
006946     SELECT PARWORK ASSIGN TO PARWORK
006951         ORGANIZATION IS INDEXED
006956         ACCESS MODE IS DYNAMIC
006961         RECORD KEY IS PAR-W-ID
006966         FILE STATUS IS TX-PARWORK-STATUS.
006971
006972*    TOTFILE - TOTALES DE LA EJECUCION PARA LA FUSION DE LAS    *
006973*    PARTICIONES; EN LA EJECUCION UNICA VA A DUMMY.             *
006974     SELECT TOTFILE ASSIGN TO TOTFILE
006975         ORGANIZATION IS SEQUENTIAL
006976         FILE STATUS IS TX-TOTFILE-STATUS.
006977
007000 DATA DIVISION.
007100
007200 FILE SECTION.
011800     05 CKP-TOTAL-DUPLICADOS     PIC 9(09).
011810     05 CKP-TOTAL-CUOTAS         PIC 9(09).
011820     05 CKP-TOTAL-FRACCIONADO    PIC 9(11)V99.
011822     05 CKP-TOTAL-MATRIMONIOS    PIC 9(09).
011824     05 CKP-TOTAL-CONJUNTAS      PIC 9(09).
011830     05 FILLER                   PIC X(05).
011900
011902*--------------------------------------------------------------*
013876*    EL LAYOUT DE LA LIQUIDACION VIVE EN EL COPYBOOK LIQREG,    *
013878*    COMPARTIDO CON REC-TAX (LIQUIDACIONES DELTA).              *
013880     COPY LIQREG.
013881
013882*--------------------------------------------------------------*
013883*    PARWORK - ARCHIVO INDEXADO DE TRABAJO CON EL PRIMER        *
013884*    MIEMBRO LEIDO DE CADA MATRIMONIO VINCULADO, SU CONYUGE Y   *
013885*    SU REGISTRO DE ENTRADA.  QUEDA EN ESPERA (E) HASTA QUE     *
013886*    LLEGA EL CONYUGE Y LA PAREJA SE LIQUIDA (L); LOS QUE EN    *
013887*    FIN SIGUEN EN ESPERA VAN AL SUSPENSO.  SE VACIA EN UNA     *
013888*    EJECUCION NUEVA Y SE CONSERVA EN UN REINICIO.              *
013889*--------------------------------------------------------------*
013890 FD  PARWORK.
013891 01  PAR-W-REGISTRO-REC.
013892     05 PAR-W-ID                 PIC X(09).
013893     05 PAR-W-CONYUGE-ID         PIC X(09).
013894     05 PAR-W-ESTADO             PIC X(01).
013895         88 PAR-W-EN-ESPERA          VALUE 'E'.
013896         88 PAR-W-LIQUIDADO          VALUE 'L'.
013897     05 PAR-W-REGISTRO           PIC X(42).
013898
013899 FD  TOTFILE
013900     RECORDING MODE IS F
013901     LABEL RECORDS ARE STANDARD.
013902     COPY TOTREG.
013903
013904 WORKING-STORAGE SECTION.
014000
014100 01  ENTRADA                     PIC S9(9)V99.
014200
015030*        JUEGO 1 - SOLTERO (S)                                 *
015040*        JUEGO 2 - CASADO (C)                                  *
015050*        JUEGO 3 - CABEZA DE FAMILIA (H)                       *
015055*        JUEGO 4 - DECLARACION CONJUNTA DE UN MATRIMONIO       *
015060*    UN ESTADO CIVIL NO RECONOCIDO EN EL MAESTRO SE LIQUIDA    *
015070*    CON LA ESCALA DE SOLTERO, LA MAS GRAVOSA.                 *
015080*    LAS ESCALAS, LAS DEDUCCIONES, EL TECHO Y EL UMBRAL DE     *
015086*    INICIO ANTES DE PROCESAR NINGUN REGISTRO.                 *
015100*--------------------------------------------------------------*
015200 01  TX-ESCALAS-ESTADO.
015300     05 TX-ESCALA OCCURS 4 TIMES.
015400         10 TX-ESC-TRAMO OCCURS 3 TIMES.
015500             15 TX-ESC-DESDE      PIC 9(09)V99.
015600             15 TX-ESC-HASTA      PIC 9(09)V99.
016026     05 TX-PRM-IMPORTE-ED        PIC Z(8)9.99.
016027     05 TX-PRM-UMBRAL-ED         PIC ZZ9.99.
016028
016030*--------------------------------------------------------------*
016032*    TX-MATRIMONIO - DECLARACION CONJUNTA.  CADA MIEMBRO DE LA  *
016034*    PAREJA CONSERVA SU INGRESO, SUS DEDUCCIONES Y SU IMPUESTO  *
016036*    INDIVIDUAL; LA OPCION CONJUNTA SE CALCULA SOBRE LA SUMA DE *
016038*    AMBOS CON EL JUEGO 4 Y SE APLICA SOLO SI SALE MAS BARATA,  *
016040*    REPARTIDA ENTRE LOS DOS EN PROPORCION A SU INGRESO.        *
016042*--------------------------------------------------------------*
016044 01  TX-MATRIMONIO.
016046     05 TX-MIEMBRO OCCURS 2 TIMES.
016048         10 MIE-ID                PIC X(09).
016050         10 MIE-ENTRADA           PIC S9(09)V99.
016052         10 MIE-DEPENDIENTES      PIC 9(02).
016054         10 MIE-APORTE            PIC 9(07)V99.
016056         10 MIE-IMPUESTO          PIC 9(09)V99.
016058     05 TX-MAT-IDX                PIC 9(02)  COMP.
016060     05 TX-MAT-IMPUESTO-IND       PIC 9(11)V99.
016062     05 TX-MAT-IMPUESTO-CNJ       PIC 9(09)V99.
016064     05 TX-MAT-IMPUESTO-ED        PIC Z(10)9.99.
016066     05 TX-TRIBUTACION            PIC X(01) VALUE 'I'.
016068         88 TX-TRIBUTACION-INDIVIDUAL  VALUE 'I'.
016070         88 TX-TRIBUTACION-CONJUNTA    VALUE 'J'.
016072     05 TX-PAREJA-SW              PIC X(01) VALUE 'N'.
016074         88 TX-PAREJA-ENCONTRADA       VALUE 'S'.
016076         88 TX-PAREJA-PENDIENTE        VALUE 'N'.
016078     05 TX-PAR-EOF-SW             PIC X(01) VALUE 'N'.
016080         88 TX-PAR-EOF                 VALUE 'Y'.
016082
016084*    VISTA DEL REGISTRO DE ENTRADA DEL MIEMBRO QUE ESPERABA EN  *
016086*    PARWORK.                                                   *
016088 01  TX-REGISTRO-CONYUGE.
016090     05 CNY-TAXPAYER-ID           PIC X(09).
016092     05 CNY-ENTRADA               PIC S9(09)V99.
016094     05 CNY-DEPENDIENTES          PIC 9(02).
016096     05 CNY-APORTE-JUBILACION     PIC 9(07)V99.
016098     05 FILLER                    PIC X(11).
016100
016168*--------------------------------------------------------------*
016170*    TX-TABLA-TRAMOS - ESCALA ACTIVA: SELECCIONA-ESCALA COPIA  *
016172*    AQUI EL JUEGO DEL ESTADO CIVIL DEL CONTRIBUYENTE ANTES DE *
020320     05 TX-TOTAL-CUOTAS           PIC 9(09)  VALUE ZERO.
020400     05 TX-TOTAL-IMPUESTO         PIC 9(11)V99 VALUE ZERO.
020410     05 TX-TOTAL-FRACCIONADO      PIC 9(11)V99 VALUE ZERO.
020420     05 TX-TOTAL-MATRIMONIOS     PIC 9(09)  VALUE ZERO.
020430     05 TX-TOTAL-CONJUNTAS       PIC 9(09)  VALUE ZERO.
020440     05 TX-TOTAL-RETENIDOS       PIC 9(09)  VALUE ZERO.
020500     05 TX-TOTAL-IMPUESTO-ED      PIC Z(10)9.99.
020510     05 TX-TOTAL-FRACCIONADO-ED   PIC Z(10)9.99.
020600 01  TX-SWITCHES.
023122     05 TX-FRACFILE-STATUS       PIC X(02) VALUE '00'.
023124     05 TX-PARMFILE-STATUS       PIC X(02) VALUE '00'.
023126     05 TX-DUPWORK-STATUS        PIC X(02) VALUE '00'.
023136     05 TX-PARWORK-STATUS        PIC X(02) VALUE '00'.
023138     05 TX-TOTFILE-STATUS        PIC X(02) VALUE '00'.
023200
023300*--------------------------------------------------------------*
023400*    TX-ERROR-CONTROL - USADO POR VERIFICA-ESTADO-ARCHIVO PARA  *
024120 01  TX-FECHA-EJECUCION          PIC 9(08) VALUE ZERO.
024122 01  TX-MOTIVO-RECHAZO           PIC X(02) VALUE SPACES.
024124
024126*--------------------------------------------------------------*
024128*    TX-PARTICION - PARTICION DEL EXTRACTO QUE SE LIQUIDA,      *
024130*    TOMADA DE LA CABECERA.  A CERO, EXTRACTO COMPLETO.         *
024132*--------------------------------------------------------------*
024134 01  TX-PARTICION.
024136     05 TX-PARTICION-NUM         PIC 9(02) VALUE ZERO.
024138     05 TX-PARTICIONES           PIC 9(02) VALUE ZERO.
024140     05 TX-PARTICIONADO-SW       PIC X(01) VALUE 'N'.
024142         88 TX-PARTICIONADO          VALUE 'S'.
024144         88 TX-EXTRACTO-COMPLETO     VALUE 'N'.
024146
024168*--------------------------------------------------------------*
024170*    TX-CONCILIACION - IMPORTES DE TRABAJO DEL NETEO DEL        *
024172*    IMPUESTO CALCULADO CONTRA LO RETENIDO EN ORIGEN.           *
026330*    LIQUIDADOS: EL SALTO DE REINICIO LOS REREGISTRA EN EL      *
026340*    ARCHIVO DE DUPLICADOS.                                     *
026350     PERFORM ABRE-DUPWORK.
026360     PERFORM ABRE-PARWORK.
026400
026500*    SI HAY UN PUNTO DE CONTROL DE UNA EJECUCION ANTERIOR SIN    *
026600*    TERMINAR, OUTFILE, EXPFILE Y SUSPFILE SE ABREN EN MODO      *
029074         PERFORM VERIFICA-ESTADO-ARCHIVO
029100     END-IF.
029200
029210*    LA AUDITORIA DE UNA PARTICION ES UN ARCHIVO PROPIO QUE     *
029220*    FUS-TAX ANADE A LA GENERAL: EN UNA EJECUCION NUEVA SE      *
029230*    VACIA PARA NO ARRASTRAR LA NOCHE ANTERIOR.                 *
029240     IF TX-PARTICIONADO AND TX-ULTIMO-PROCESADO = 0
029250         OPEN OUTPUT AUDITFILE
029260     ELSE
029270         OPEN EXTEND AUDITFILE
029280     END-IF.
029400     MOVE 'AUDITLOG' TO TX-ERROR-ARCHIVO.
029500     MOVE TX-AUDITFILE-STATUS TO TX-ERROR-STATUS.
029600     PERFORM VERIFICA-ESTADO-ARCHIVO.
030672
030674     DISPLAY 'EXTRACTO DEL ' IN-CAB-FECHA
030676         ' - SISTEMA ORIGEN: ' IN-CAB-SISTEMA.
030677
030678*    EXTRACTO PARCIAL DE PAR-EXTR: SE GUARDA LA PARTICION PARA  *
030679*    LOS TOTALES DE LA FUSION.                                  *
030680     IF IN-CAB-PARTICIONES NUMERIC
030681         IF IN-CAB-PARTICIONES > 0
030682             MOVE IN-CAB-PARTICION   TO TX-PARTICION-NUM
030683             MOVE IN-CAB-PARTICIONES TO TX-PARTICIONES
030684             SET TX-PARTICIONADO TO TRUE
030685             DISPLAY 'PARTICION ' TX-PARTICION-NUM ' DE '
030686                 TX-PARTICIONES ' - DESDE (EXCL.): '
030687                 IN-CAB-LIMITE-INF ' HASTA: ' IN-CAB-LIMITE-SUP
030688         END-IF
030689     END-IF.
030690
030700*--------------------------------------------------------------*
030800*    LEE-PUNTO-CONTROL - RECUPERA EL ULTIMO PUNTO DE CONTROL    *
030900*    GRABADO (SI EXISTE) PARA SABER CUANTOS REGISTROS DE        *
034670                 MOVE CKP-TOTAL-FRACCIONADO
034672                     TO TX-TOTAL-FRACCIONADO
034674             END-IF
034676             IF CKP-TOTAL-MATRIMONIOS NUMERIC
034678                 MOVE CKP-TOTAL-MATRIMONIOS
034680                     TO TX-TOTAL-MATRIMONIOS
034682             END-IF
034684             IF CKP-TOTAL-CONJUNTAS NUMERIC
034686                 MOVE CKP-TOTAL-CONJUNTAS TO TX-TOTAL-CONJUNTAS
034688             END-IF
034700     END-READ.
034800
034900*--------------------------------------------------------------*
038210         MOVE TX-TOTAL-DUPLICADOS    TO CKP-TOTAL-DUPLICADOS
038220         MOVE TX-TOTAL-CUOTAS        TO CKP-TOTAL-CUOTAS
038230         MOVE TX-TOTAL-FRACCIONADO   TO CKP-TOTAL-FRACCIONADO
038240         MOVE TX-TOTAL-MATRIMONIOS   TO CKP-TOTAL-MATRIMONIOS
038250         MOVE TX-TOTAL-CONJUNTAS     TO CKP-TOTAL-CONJUNTAS
038300         ACCEPT CKP-FECHA FROM DATE YYYYMMDD
038400         ACCEPT CKP-HORA  FROM TIME
038500         WRITE CKP-CHECKPOINT-REC
042220             IF TX-ES-DUPLICADO
042230                 PERFORM RECHAZA-DUPLICADO
042240             ELSE
042300*                UN CASADO VINCULADO A SU CONYUGE NO SE LIQUIDA *
042301*                SOLO: ESPERA A LA PAREJA O SE LIQUIDA CON ELLA.*
042302                 IF MST-SIN-CONYUGE
042303                     PERFORM MUESTRA-RESULTADO
042304                 ELSE
042305                     PERFORM PROCESA-MATRIMONIO
042306                 END-IF
042310                 PERFORM REGISTRA-LIQUIDADO
042320             END-IF
042400         ELSE
049370     PERFORM VERIFICA-ESTADO-ARCHIVO.
049400
049500 MUESTRA-RESULTADO.
049510
049520     PERFORM CALCULA-IMPUESTO.
049530
049540     MOVE 'I' TO TX-TRIBUTACION.
049550
049560     PERFORM GRABA-RESULTADO.
049570
049580*--------------------------------------------------------------*
049590*    CALCULA-IMPUESTO - ESCALA DEL ESTADO CIVIL, DEDUCCIONES Y  *
049600*    TRAMOS SOBRE ENTRADA, TX-DEPENDIENTES Y TX-APORTE-         *
049610*    JUBILACION; DEJA EL IMPUESTO EN TX-IMPUESTOS-CALC.         *
049620*--------------------------------------------------------------*
049630 CALCULA-IMPUESTO.
049640
049650     PERFORM SELECCIONA-ESCALA.
049660
049670     PERFORM APLICA-DEDUCCIONES.
049680
049690     MOVE ZERO TO TX-IMPUESTOS-CALC.
049700
049710     PERFORM CALCULA-TRAMO
049720         VARYING TX-IDX-TRAMO FROM 1 BY 1
049730         UNTIL TX-IDX-TRAMO > 3.
049740
049750*--------------------------------------------------------------*
049760*    GRABA-RESULTADO - DEJA EL IMPUESTO DE TX-IMPUESTOS-CALC EN *
049770*    TODAS LAS SALIDAS DEL CONTRIBUYENTE DEL MAESTRO EN CURSO   *
049780*    Y LO ACUMULA EN LOS TOTALES DE CONTROL.                    *
049790*--------------------------------------------------------------*
049800 GRABA-RESULTADO.
049810
050500     MOVE TX-IMPUESTOS-CALC TO IMPUESTOS.
050600
050700     IF TX-IMPUESTOS-CALC > 0
060320*    LA LIQUIDACION NOCTURNA ES SIEMPRE LA ORIGINAL; LAS        *
060330*    RECTIFICATIVAS LAS GRABA REC-TAX CON TIPO R.               *
060340     MOVE 'O' TO AUD-TIPO-REG
060350*    OPCION DE TRIBUTACION APLICADA: INDIVIDUAL O CONJUNTA.     *
060360     MOVE TX-TRIBUTACION TO AUD-TRIBUTACION
060400     WRITE AUD-AUDIT-REC.
060500     MOVE 'AUDITLOG' TO TX-ERROR-ARCHIVO.
060600     MOVE TX-AUDITFILE-STATUS TO TX-ERROR-STATUS.
063220*    CONTRA LA COLA DEL EXTRACTO; UNA DIFERENCIA ABORTA CON      *
063230*    RETURN-CODE 16 Y EL PLANIFICADOR RETIENE LA EXPORTACION.    *
063240     PERFORM VERIFICA-COLA.
063242
063244*    LOS CASADOS CUYO CONYUGE NO LLEGO EN EL EXTRACTO NO SE     *
063246*    LIQUIDAN POR SEPARADO: VAN AL SUSPENSO Y AL INFORME.       *
063248     PERFORM LIBERA-RETENIDOS.
063250
063300     PERFORM IMPRIME-RESUMEN.
063400
064018     CLOSE FRACFILE.
064020     CLOSE RETFILE.
064022     CLOSE DUPWORK.
064032     CLOSE PARWORK.
064100
064110     PERFORM GENERA-INFORME-VARIACION.
064120
064130*    LOS TOTALES SE GRABAN ANTES DE VACIAR EL PUNTO DE CONTROL: *
064140*    SI EL PROCESO CAE ENTRE AMBOS, EL REINICIO LOS REPITE.     *
064150     PERFORM GRABA-TOTALES.
064160
064200     PERFORM LIMPIA-PUNTO-CONTROL.
064300
064400     DISPLAY 'FIN DE PROGRAMA'
068010     DISPLAY '  CUOTAS GENER: ' TX-TOTAL-CUOTAS.
068020     DISPLAY '  FRACCIONADO : ' TX-TOTAL-FRACCIONADO-ED.
068030     DISPLAY '  PARAM VIGEN : ' TX-PRM-VIGENCIA.
068040     DISPLAY '  MATRIMONIOS : ' TX-TOTAL-MATRIMONIOS.
068050     DISPLAY '  CONJUNTAS   : ' TX-TOTAL-CONJUNTAS.
068060     DISPLAY '  RETENIDOS   : ' TX-TOTAL-RETENIDOS.
068070     IF TX-PARTICIONADO
068080         DISPLAY '  PARTICION   : ' TX-PARTICION-NUM ' DE '
068090             TX-PARTICIONES
068095     END-IF.
068100     DISPLAY '===================================='.
068200
068202*--------------------------------------------------------------*
068204*    GRABA-TOTALES - DEJA EN TOTFILE LAS CIFRAS DEL INFORME DE  *
068206*    CONTROL Y LAS DE LA COLA, PARA QUE FUS-TAX SUME LAS        *
068208*    PARTICIONES.  SOLO SE LLEGA AQUI SI EL PROCESO TERMINO     *
068210*    BIEN; UNA PARTICION CAIDA NO DEJA TOTALES DEL DIA.         *
068212*--------------------------------------------------------------*
068214 GRABA-TOTALES.
068216
068218     OPEN OUTPUT TOTFILE.
068220     MOVE 'TOTFILE ' TO TX-ERROR-ARCHIVO.
068222     MOVE TX-TOTFILE-STATUS TO TX-ERROR-STATUS.
068224     PERFORM VERIFICA-ESTADO-ARCHIVO.
068226
068228     MOVE SPACES TO TOT-TOTALES-REC.
068230     MOVE TX-FECHA-EJECUCION     TO TOT-FECHA-PROCESO.
068232     MOVE TX-PARTICION-NUM       TO TOT-PARTICION.
068234     MOVE TX-PARTICIONES         TO TOT-PARTICIONES.
068236     ACCEPT TOT-FECHA-FIN FROM DATE YYYYMMDD.
068238     ACCEPT TOT-HORA-FIN FROM TIME.
068240     MOVE TX-COLA-CONTADOR       TO TOT-COLA-CONTADOR.
068242     MOVE TX-COLA-HASH           TO TOT-COLA-HASH.
068244     MOVE TX-TOTAL-PROCESADOS    TO TOT-PROCESADOS.
068246     MOVE TX-TOTAL-RECHAZADOS    TO TOT-RECHAZADOS.
068248     MOVE TX-TOTAL-IMPUESTO-CERO TO TOT-IMPUESTO-CERO.
068250     MOVE TX-TOTAL-DUPLICADOS    TO TOT-DUPLICADOS.
068252     MOVE TX-TOTAL-CUOTAS        TO TOT-CUOTAS.
068254     MOVE TX-TOTAL-IMPUESTO      TO TOT-IMPUESTO.
068256     MOVE TX-TOTAL-FRACCIONADO   TO TOT-FRACCIONADO.
068258     MOVE TX-TOTAL-MATRIMONIOS   TO TOT-MATRIMONIOS.
068260     MOVE TX-TOTAL-CONJUNTAS     TO TOT-CONJUNTAS.
068262     MOVE TX-TOTAL-RETENIDOS     TO TOT-RETENIDOS.
068264     MOVE TX-TOTAL-VARIACIONES   TO TOT-VARIACIONES.
068266     MOVE TX-PRM-VIGENCIA        TO TOT-PRM-VIGENCIA.
068268     MOVE TX-UMBRAL-VARIACION    TO TOT-UMBRAL-VARIACION.
068270
068272     WRITE TOT-TOTALES-REC.
068274     MOVE 'TOTFILE ' TO TX-ERROR-ARCHIVO.
068276     MOVE TX-TOTFILE-STATUS TO TX-ERROR-STATUS.
068278     PERFORM VERIFICA-ESTADO-ARCHIVO.
068280
068282     CLOSE TOTFILE.
068284
068300*--------------------------------------------------------------*
068400*    ABRE-RETENCIONES - EL KSDS DE RETENCIONES DEL ANO QUEDA    *
068500*    ABIERTO TODA LA EJECUCION Y SE CONSULTA POR CLAVE EN CADA  *
069890     MOVE 'DUPWORK ' TO TX-ERROR-ARCHIVO.
069900     MOVE TX-DUPWORK-STATUS TO TX-ERROR-STATUS.
069910     PERFORM VERIFICA-ESTADO-ARCHIVO.
069920
069930*--------------------------------------------------------------*
069940*    ABRE-PARWORK - IGUAL QUE DUPWORK: EN UNA EJECUCION NUEVA   *
069950*    LOS MIEMBROS EN ESPERA SE VACIAN; EN UN REINICIO SE        *
069960*    CONSERVAN PARA QUE LA PAREJA SE SIGA ENCONTRANDO.          *
069970*--------------------------------------------------------------*
069980 ABRE-PARWORK.
069990
070000     IF TX-ULTIMO-PROCESADO > 0
070010         OPEN I-O PARWORK
070020     ELSE
070030         OPEN OUTPUT PARWORK
070040         MOVE 'PARWORK ' TO TX-ERROR-ARCHIVO
070050         MOVE TX-PARWORK-STATUS TO TX-ERROR-STATUS
070060         PERFORM VERIFICA-ESTADO-ARCHIVO
070070         CLOSE PARWORK
070080         OPEN I-O PARWORK
070090     END-IF.
070100     MOVE 'PARWORK ' TO TX-ERROR-ARCHIVO.
070110     MOVE TX-PARWORK-STATUS TO TX-ERROR-STATUS.
070120     PERFORM VERIFICA-ESTADO-ARCHIVO.
072000
072100*--------------------------------------------------------------*
072200*    CONCILIA-RETENCION - NETEA EL IMPUESTO CALCULADO CONTRA    *
073830     MOVE ENTRADA              TO LIQ-ENTRADA.
073840     MOVE TX-DEPENDIENTES      TO LIQ-DEPENDIENTES.
073850     MOVE TX-APORTE-JUBILACION TO LIQ-APORTE-JUBILACION.
073860     MOVE TX-TRIBUTACION       TO LIQ-TRIBUTACION.
073900
074000     IF TX-IMPORTE-NETO > 0
074100         MOVE 'D' TO LIQ-TIPO
106900                 PERFORM CARGA-JUEGO-ESTADO
107000                     VARYING TX-IDX-ESTADO FROM 1 BY 1
107100                     UNTIL TX-IDX-ESTADO > 3
107110                 MOVE PRM-JUEGO-CONJUNTA TO TX-ESCALA (4)
107200                 MOVE PRM-TECHO-INGRESO TO TX-TECHO-INGRESO
107300                 MOVE PRM-UMBRAL-VARIACION
107400                     TO TX-UMBRAL-VARIACION
108400*    VALIDA-PARAMETROS - EL JUEGO ELEGIDO DEBE TRAER, PARA      *
108500*    CADA ESTADO CIVIL, TRAMOS CONTIGUOS Y ASCENDENTES QUE      *
108600*    EMPIECEN EN CERO, Y UN TECHO DE INGRESO DISTINTO DE CERO.  *
108610*    LA ESCALA CONJUNTA (JUEGO 4) SE VALIDA DEL MISMO MODO.     *
108700*--------------------------------------------------------------*
108800 VALIDA-PARAMETROS.
108900
109000     PERFORM VALIDA-JUEGO-ESTADO
109100         VARYING TX-IDX-ESTADO FROM 1 BY 1
109200         UNTIL TX-IDX-ESTADO > 4.
109300
109400     IF TX-TECHO-INGRESO = 0
109500         DISPLAY '*** JUEGO DE PARAMETROS INVALIDO - TECHO DE '
114900
115000     PERFORM IMPRIME-JUEGO-ESTADO
115100         VARYING TX-IDX-ESTADO FROM 1 BY 1
115200         UNTIL TX-IDX-ESTADO > 4.
115300
115400 IMPRIME-JUEGO-ESTADO.
115500
115600     IF TX-IDX-ESTADO = 4
115610         DISPLAY '  DECLARACION CONJUNTA:'
115620     ELSE
115630         DISPLAY '  ESTADO CIVIL ' TX-IDX-ESTADO ':'
115640     END-IF.
115700     MOVE TX-ESC-DEDUCCION (TX-IDX-ESTADO)
115800         TO TX-PRM-IMPORTE-ED.
115900     DISPLAY '    DEDUCCION POR DEPENDIENTE: '
117500         ' DESDE ' TX-PRM-DESDE-ED
117600         ' HASTA ' TX-PRM-HASTA-ED
117700         ' TIPO ' TX-PRM-TIPO-ED ' %'.
117800
117900*--------------------------------------------------------------*
118000*    PROCESA-MATRIMONIO - CASADO VINCULADO A SU CONYUGE.  SI EL *
118100*    CONYUGE YA ESPERA EN PARWORK, LA PAREJA SE LIQUIDA AHORA   *
118200*    CON LA OPCION MAS BARATA; SI NO, ESTE MIEMBRO QUEDA EN     *
118300*    ESPERA SIN LIQUIDAR HASTA QUE EL CONYUGE LLEGUE.           *
118400*--------------------------------------------------------------*
118500 PROCESA-MATRIMONIO.
118600
118700     PERFORM BUSCA-PAREJA.
118800
118900     IF TX-PAREJA-ENCONTRADA
119000         PERFORM LIQUIDA-MATRIMONIO
119100         PERFORM MARCA-PAREJA
119200     ELSE
119300         PERFORM RETIENE-CONYUGE
119400     END-IF.
119500
119600*--------------------------------------------------------------*
119700*    BUSCA-PAREJA - LECTURA POR CLAVE DEL CONYUGE EN PARWORK.   *
119800*    SOLO HAY PAREJA SI EL QUE ESPERA ESTA VINCULADO A SU VEZ   *
119900*    CON EL CONTRIBUYENTE EN CURSO (VINCULO MUTUO).  UN FALLO   *
120000*    DE E/S QUE NO SEA CLAVE INEXISTENTE ('23') ABORTA.         *
120100*--------------------------------------------------------------*
120200 BUSCA-PAREJA.
120300
120400     SET TX-PAREJA-PENDIENTE TO TRUE.
120500     MOVE MST-CONYUGE-ID TO PAR-W-ID.
120600
120700     READ PARWORK
120800         INVALID KEY
120900             CONTINUE
121000         NOT INVALID KEY
121100             IF PAR-W-CONYUGE-ID = MST-TAXPAYER-ID
121200                 SET TX-PAREJA-ENCONTRADA TO TRUE
121300             END-IF
121400     END-READ.
121500
121600     IF TX-PARWORK-STATUS NOT = '23'
121700         MOVE 'PARWORK ' TO TX-ERROR-ARCHIVO
121800         MOVE TX-PARWORK-STATUS TO TX-ERROR-STATUS
121900         PERFORM VERIFICA-ESTADO-ARCHIVO
122000     END-IF.
122100
122200*--------------------------------------------------------------*
122300*    RETIENE-CONYUGE - DEJA AL CONTRIBUYENTE EN CURSO EN ESPERA *
122400*    EN PARWORK CON SU REGISTRO DE ENTRADA.  EN UN REINICIO     *
122500*    PUEDE ESTAR YA EN ESPERA DE ANTES DEL ABEND (STATUS '22'); *
122600*    NO ES UN ERROR.                                            *
122700*--------------------------------------------------------------*
122800 RETIENE-CONYUGE.
122900
123000     DISPLAY 'CASADO EN ESPERA DE SU CONYUGE: ' MST-TAXPAYER-ID
123100         ' - CONYUGE ' MST-CONYUGE-ID.
123200
123300     MOVE MST-TAXPAYER-ID TO PAR-W-ID.
123400     MOVE MST-CONYUGE-ID  TO PAR-W-CONYUGE-ID.
123500     SET PAR-W-EN-ESPERA  TO TRUE.
123600     MOVE IN-INCOME-REC   TO PAR-W-REGISTRO.
123700
123800     WRITE PAR-W-REGISTRO-REC
123900         INVALID KEY
124000             CONTINUE
124100     END-WRITE.
124200
124300     IF TX-PARWORK-STATUS NOT = '22'
124400         MOVE 'PARWORK ' TO TX-ERROR-ARCHIVO
124500         MOVE TX-PARWORK-STATUS TO TX-ERROR-STATUS
124600         PERFORM VERIFICA-ESTADO-ARCHIVO
124700     END-IF.
124800
124900*--------------------------------------------------------------*
125000*    MARCA-PAREJA - EL MIEMBRO QUE ESPERABA QUEDA LIQUIDADO EN  *
125100*    PARWORK PARA QUE FIN NO LO LLEVE AL SUSPENSO.              *
125200*--------------------------------------------------------------*
125300 MARCA-PAREJA.
125400
125500     SET PAR-W-LIQUIDADO TO TRUE.
125600     REWRITE PAR-W-REGISTRO-REC.
125700     MOVE 'PARWORK ' TO TX-ERROR-ARCHIVO.
125800     MOVE TX-PARWORK-STATUS TO TX-ERROR-STATUS.
125900     PERFORM VERIFICA-ESTADO-ARCHIVO.
126000
126100*--------------------------------------------------------------*
126200*    LIQUIDA-MATRIMONIO - EL MIEMBRO 1 ES EL QUE ESPERABA EN    *
126300*    PARWORK Y EL 2 EL CONTRIBUYENTE EN CURSO.  SE CALCULA EL   *
126400*    IMPUESTO INDIVIDUAL DE CADA UNO CON LA ESCALA DE CASADO Y  *
126500*    EL CONJUNTO SOBRE LA SUMA DE INGRESOS Y DEDUCCIONES CON EL *
126600*    JUEGO 4.  SI EL CONJUNTO ES MENOR QUE LA SUMA DE LOS       *
126700*    INDIVIDUALES SE APLICA, REPARTIDO EN PROPORCION AL INGRESO *
126800*    DE CADA MIEMBRO; SI NO, CADA UNO PAGA EL SUYO.  LA OPCION  *
126900*    ELEGIDA QUEDA EN AUDITLOG Y EN LIQFILE.                    *
127000*--------------------------------------------------------------*
127100 LIQUIDA-MATRIMONIO.
127200
127300     MOVE PAR-W-REGISTRO        TO TX-REGISTRO-CONYUGE.
127400     MOVE CNY-TAXPAYER-ID       TO MIE-ID (1).
127500     MOVE CNY-ENTRADA           TO MIE-ENTRADA (1).
127600     MOVE CNY-DEPENDIENTES      TO MIE-DEPENDIENTES (1).
127700     MOVE CNY-APORTE-JUBILACION TO MIE-APORTE (1).
127800
127900     MOVE MST-TAXPAYER-ID       TO MIE-ID (2).
128000     MOVE ENTRADA               TO MIE-ENTRADA (2).
128100     MOVE TX-DEPENDIENTES       TO MIE-DEPENDIENTES (2).
128200     MOVE TX-APORTE-JUBILACION  TO MIE-APORTE (2).
128300
128400     PERFORM CALCULA-MIEMBRO
128500         VARYING TX-MAT-IDX FROM 1 BY 1
128600         UNTIL TX-MAT-IDX > 2.
128700
128800     COMPUTE ENTRADA = MIE-ENTRADA (1) + MIE-ENTRADA (2).
128900     COMPUTE TX-DEPENDIENTES =
129000         MIE-DEPENDIENTES (1) + MIE-DEPENDIENTES (2).
129100     COMPUTE TX-APORTE-JUBILACION =
129150         MIE-APORTE (1) + MIE-APORTE (2).
129200     PERFORM CALCULA-IMPUESTO-CONJUNTO.
129300     MOVE TX-IMPUESTOS-CALC TO TX-MAT-IMPUESTO-CNJ.
129400
129500     COMPUTE TX-MAT-IMPUESTO-IND =
129600         MIE-IMPUESTO (1) + MIE-IMPUESTO (2).
129700
129800     ADD 1 TO TX-TOTAL-MATRIMONIOS.
129900
130000     IF TX-MAT-IMPUESTO-CNJ < TX-MAT-IMPUESTO-IND
130100         SET TX-TRIBUTACION-CONJUNTA TO TRUE
130200         ADD 1 TO TX-TOTAL-CONJUNTAS
130300         PERFORM REPARTE-CONJUNTA
130400         MOVE TX-MAT-IMPUESTO-CNJ TO TX-MAT-IMPUESTO-ED
130500     ELSE
130600         SET TX-TRIBUTACION-INDIVIDUAL TO TRUE
130700         MOVE TX-MAT-IMPUESTO-IND TO TX-MAT-IMPUESTO-ED
130800     END-IF.
130900
131000     DISPLAY 'MATRIMONIO ' MIE-ID (1) ' - ' MIE-ID (2)
131100         ' TRIBUTACION ' TX-TRIBUTACION ' IMPUESTO: '
131200         TX-MAT-IMPUESTO-ED.
131300
131400     PERFORM GRABA-MIEMBRO
131500         VARYING TX-MAT-IDX FROM 1 BY 1
131600         UNTIL TX-MAT-IDX > 2.
131700
131800*--------------------------------------------------------------*
131900*    CALCULA-MIEMBRO - IMPUESTO INDIVIDUAL DE UN MIEMBRO, CON SU*
132000*    PROPIO MAESTRO, INGRESO Y DEDUCCIONES.                     *
132100*--------------------------------------------------------------*
132200 CALCULA-MIEMBRO.
132300
132400     PERFORM CARGA-MIEMBRO.
132500     PERFORM CALCULA-IMPUESTO.
132600     MOVE TX-IMPUESTOS-CALC TO MIE-IMPUESTO (TX-MAT-IDX).
132700
132800*--------------------------------------------------------------*
132900*    CARGA-MIEMBRO - RELEE EL MAESTRO DEL MIEMBRO TX-MAT-IDX Y  *
133000*    DEJA SU INGRESO Y SUS DEDUCCIONES DONDE LOS ESPERAN EL     *
133100*    CALCULO Y LAS SALIDAS.  EL MAESTRO SE LEYO AL LLEGAR CADA  *
133200*    MIEMBRO: SI AHORA FALTA, EL PROCESO ABORTA.                *
133300*--------------------------------------------------------------*
133400 CARGA-MIEMBRO.
133500
133600     MOVE MIE-ID (TX-MAT-IDX) TO MST-TAXPAYER-ID.
133700
133800     READ MASTFILE
133900         INVALID KEY
134000             CONTINUE
134100     END-READ.
134200     MOVE 'MASTFILE' TO TX-ERROR-ARCHIVO.
134300     MOVE TX-MASTFILE-STATUS TO TX-ERROR-STATUS.
134400     PERFORM VERIFICA-ESTADO-ARCHIVO.
134500
134600     MOVE MIE-ENTRADA (TX-MAT-IDX)      TO ENTRADA.
134700     MOVE MIE-DEPENDIENTES (TX-MAT-IDX) TO TX-DEPENDIENTES.
134800     MOVE MIE-APORTE (TX-MAT-IDX)       TO TX-APORTE-JUBILACION.
134900
135000*--------------------------------------------------------------*
135100*    CALCULA-IMPUESTO-CONJUNTO - COMO CALCULA-IMPUESTO PERO CON *
135200*    LA ESCALA Y LA DEDUCCION POR DEPENDIENTE DEL JUEGO 4.      *
135300*--------------------------------------------------------------*
135400 CALCULA-IMPUESTO-CONJUNTO.
135500
135600     MOVE 4 TO TX-IDX-ESTADO.
135700
135800     PERFORM MUEVE-TRAMO-ESCALA
135900         VARYING TX-IDX-MOVER FROM 1 BY 1
136000         UNTIL TX-IDX-MOVER > 3.
136100
136200     MOVE TX-ESC-DEDUCCION (TX-IDX-ESTADO)
136300         TO TX-DEDUCCION-DEPENDIENTE.
136400
136500     PERFORM APLICA-DEDUCCIONES.
136600
136700     MOVE ZERO TO TX-IMPUESTOS-CALC.
136800
136900     PERFORM CALCULA-TRAMO
137000         VARYING TX-IDX-TRAMO FROM 1 BY 1
137100         UNTIL TX-IDX-TRAMO > 3.
137200
137300*--------------------------------------------------------------*
137400*    REPARTE-CONJUNTA - EL IMPUESTO CONJUNTO SE REPARTE ENTRE   *
137500*    LOS DOS MIEMBROS EN PROPORCION A SU INGRESO; EL SEGUNDO    *
137600*    ABSORBE EL REDONDEO PARA QUE LAS DOS PARTES SUMEN          *
137700*    EXACTAMENTE EL CONJUNTO.                                   *
137800*--------------------------------------------------------------*
137900 REPARTE-CONJUNTA.
138000
138100     COMPUTE MIE-IMPUESTO (1) ROUNDED =
138200         (TX-MAT-IMPUESTO-CNJ * MIE-ENTRADA (1))
138300             / (MIE-ENTRADA (1) + MIE-ENTRADA (2)).
138400
138500     COMPUTE MIE-IMPUESTO (2) =
138600         TX-MAT-IMPUESTO-CNJ - MIE-IMPUESTO (1).
138700
138800*--------------------------------------------------------------*
138900*    GRABA-MIEMBRO - SALIDAS, TOTALES Y MAESTRO DE UN MIEMBRO   *
139000*    CON EL IMPUESTO QUE LE TOCA SEGUN LA OPCION ELEGIDA.       *
139100*--------------------------------------------------------------*
139200 GRABA-MIEMBRO.
139300
139400     PERFORM CARGA-MIEMBRO.
139500     MOVE MIE-IMPUESTO (TX-MAT-IDX) TO TX-IMPUESTOS-CALC.
139600     PERFORM GRABA-RESULTADO.
139700
139800*--------------------------------------------------------------*
139900*    LIBERA-RETENIDOS - AL TERMINAR EL EXTRACTO, LOS CASADOS QUE*
140000*    SIGUEN EN ESPERA EN PARWORK NO TIENEN AL CONYUGE EN EL     *
140100*    EXTRACTO DEL DIA: NO SE LIQUIDA UNA MITAD DE LA PAREJA.    *
140200*    CADA UNO SE INFORMA Y VA AL SUSPENSO CON MOTIVO 05 PARA    *
140300*    REINCORPORARLO CON REP-SUSP JUNTO AL DE SU CONYUGE.        *
140400*--------------------------------------------------------------*
140500 LIBERA-RETENIDOS.
140600
140700     MOVE LOW-VALUES TO PAR-W-ID.
140800
140900     START PARWORK KEY IS NOT < PAR-W-ID
141000         INVALID KEY
141100             SET TX-PAR-EOF TO TRUE
141200     END-START.
141300
141400     IF TX-PAR-EOF
141500         IF TX-PARWORK-STATUS NOT = '23'
141600             MOVE 'PARWORK ' TO TX-ERROR-ARCHIVO
141700             MOVE TX-PARWORK-STATUS TO TX-ERROR-STATUS
141800             PERFORM VERIFICA-ESTADO-ARCHIVO
141900         END-IF
142000     END-IF.
142100
142200     PERFORM LEE-RETENIDO
142300         UNTIL TX-PAR-EOF.
142400
142500 LEE-RETENIDO.
142600
142700     READ PARWORK NEXT RECORD
142800         AT END
142900             SET TX-PAR-EOF TO TRUE
143000         NOT AT END
143100             IF PAR-W-EN-ESPERA
143200                 PERFORM SUSPENDE-RETENIDO
143300             END-IF
143400     END-READ.
143500
143600 SUSPENDE-RETENIDO.
143700
143800     DISPLAY 'CONYUGE AUSENTE DEL EXTRACTO: ' PAR-W-CONYUGE-ID
143900         ' - CASADO RETENIDO: ' PAR-W-ID.
144000
144100     ADD 1 TO TX-TOTAL-RETENIDOS.
144200
144300     MOVE SPACES             TO SUS-SUSPENSO-REC.
144400     MOVE PAR-W-REGISTRO     TO SUS-REGISTRO-ORIGINAL.
144500     MOVE '05'               TO SUS-MOTIVO.
144600     MOVE TX-FECHA-EJECUCION TO SUS-FECHA.
144700     WRITE SUS-SUSPENSO-REC.
144800     MOVE 'SUSPFILE' TO TX-ERROR-ARCHIVO.
144900     MOVE TX-SUSPFILE-STATUS TO TX-ERROR-STATUS.
145000     PERFORM VERIFICA-ESTADO-ARCHIVO.
