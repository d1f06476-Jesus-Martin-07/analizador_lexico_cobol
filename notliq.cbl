002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  -------------------------------------------*
002800*    2026-09-03 JM    ORIGINAL PROGRAM.                          *
002810*    2026-10-15 JM    LA CARTA LLEVA EL BLOQUE DE DIRECCION DEL  *
002820*                     DOMICILIO POSTAL (DOMFILE, COPYBOOK        *
002830*                     DOMIREG).  LA LIQUIDACION CUYO             *
002840*                     CONTRIBUYENTE NO TIENE DOMICILIO, LO TIENE *
002850*                     INCOMPLETO O MARCADO COMO NO ENTREGABLE NO *
002860*                     GENERA CARTA: VA A LA LISTA DE EXCEPCIONES *
002870*                     (EXCFILE) Y CUENTA EN LA PAGINA DE CONTROL.*
002875*    2026-10-15 JM    LA LIQUIDACION DE UN MATRIMONIO EN         *
002880*                     DECLARACION CONJUNTA LLEVA UNA NOTA BAJO EL*
002885*                     IMPUESTO BRUTO (SU PARTE DEL CONJUNTO) Y NO*
002890*                     SE MARCA PARA REVISION: EL DESGLOSE        *
002895*                     INDIVIDUAL NO PUEDE REPRODUCIR ESA PARTE.  *
002900*****************************************************************
003000
003100 IDENTIFICATION DIVISION.
006500     SELECT NOTFILE ASSIGN TO NOTFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS NTL-NOTFILE-STATUS.
006705
006710     SELECT DOMFILE ASSIGN TO DOMFILE
006715         ORGANIZATION IS INDEXED
006720         ACCESS MODE IS DYNAMIC
006725         RECORD KEY IS DOM-TAXPAYER-ID
006730         FILE STATUS IS NTL-DOMFILE-STATUS.
006735
006740     SELECT EXCFILE ASSIGN TO EXCFILE
006745         ORGANIZATION IS SEQUENTIAL
006750         FILE STATUS IS NTL-EXCFILE-STATUS.
006800
006900 DATA DIVISION.
007000
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  NOT-LINEA                   PIC X(132).
010005
010010 FD  DOMFILE.
010015     COPY DOMIREG.
010020
010025*--------------------------------------------------------------*
010030*    EXCFILE - LISTA DE LIQUIDACIONES SIN CARTA POR FALTA DE    *
010035*    DOMICILIO VALIDO, PARA QUE SE LOCALICE AL CONTRIBUYENTE.   *
010040*--------------------------------------------------------------*
010045 FD  EXCFILE
010050     RECORDING MODE IS F
010055     LABEL RECORDS ARE STANDARD.
010060 01  EXC-LINEA                   PIC X(132).
010100
010200 WORKING-STORAGE SECTION.
010300
010700     05 NTL-PARMFILE-STATUS      PIC X(02) VALUE '00'.
010800     05 NTL-FRACFILE-STATUS      PIC X(02) VALUE '00'.
010900     05 NTL-NOTFILE-STATUS       PIC X(02) VALUE '00'.
010910     05 NTL-DOMFILE-STATUS       PIC X(02) VALUE '00'.
010920     05 NTL-EXCFILE-STATUS       PIC X(02) VALUE '00'.
011000
011100 01  NTL-ERROR-CONTROL.
011200     05 NTL-ERROR-ARCHIVO        PIC X(08).
012300     05 NTL-CUADRE-SW            PIC X(01) VALUE 'S'.
012400         88 NTL-CALCULO-CUADRA       VALUE 'S'.
012500         88 NTL-CALCULO-NO-CUADRA    VALUE 'N'.
012510     05 NTL-DOMICILIO-SW         PIC X(01) VALUE 'N'.
012520         88 NTL-DOMICILIO-VALIDO     VALUE 'S'.
012530         88 NTL-DOMICILIO-INVALIDO   VALUE 'N'.
012600
012700 01  NTL-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
012710
012720 01  NTL-MOTIVO-EXCEPCION        PIC X(30).
012800
012900*--------------------------------------------------------------*
013000*    JUEGO VIGENTE - ESCALAS, DEDUCCIONES Y MINIMO DE           *
014400             15 NTL-ESC-TIPO      PIC 9(02)V999.
014500         10 NTL-ESC-DEDUCCION     PIC 9(05)V99.
014600
014610     COPY PROVTAB.
014620
014700 01  NTL-CALCULO.
014800     05 NTL-IDX-ESTADO           PIC 9(02)  COMP.
014900     05 NTL-IDX-TRAMO            PIC 9(02)  COMP.
017300     05 NTL-TOTAL-CUADRADAS      PIC 9(09) VALUE ZERO.
017400     05 NTL-TOTAL-AVISOS         PIC 9(09) VALUE ZERO.
017500     05 NTL-TOTAL-INCIDENCIAS    PIC 9(09) VALUE ZERO.
017510     05 NTL-TOTAL-EXCEPCIONES    PIC 9(09) VALUE ZERO.
017600
017700*--------------------------------------------------------------*
017800*    LINEAS DE LA CARTA DE LIQUIDACION.                         *
018300     05 FILLER                   PIC X(10) VALUE ' - FECHA: '.
018400     05 NTL-MEM-FECHA            PIC 9(08).
018500     05 FILLER                   PIC X(62) VALUE SPACES.
018502
018504*--------------------------------------------------------------*
018506*    BLOQUE DE DIRECCION DE LA CARTA: NOMBRE, CALLE, CODIGO     *
018508*    POSTAL Y MUNICIPIO, PROVINCIA Y, SI NO ES NACIONAL, PAIS.  *
018510*--------------------------------------------------------------*
018512 01  NTL-LIN-DIRECCION.
018514     05 FILLER                   PIC X(15) VALUE SPACES.
018516     05 NTL-DIR-TEXTO            PIC X(30).
018518     05 FILLER                   PIC X(87) VALUE SPACES.
018520
018522 01  NTL-LIN-POBLACION.
018524     05 FILLER                   PIC X(15) VALUE SPACES.
018526     05 NTL-POB-CODIGO-POSTAL    PIC X(05).
018528     05 FILLER                   PIC X(02) VALUE SPACES.
018530     05 NTL-POB-MUNICIPIO        PIC X(25).
018532     05 FILLER                   PIC X(85) VALUE SPACES.
018534
018536 01  NTL-LIN-PROVINCIA.
018538     05 FILLER                   PIC X(15) VALUE SPACES.
018540     05 NTL-PRV-PROVINCIA        PIC X(22).
018542     05 FILLER                   PIC X(02) VALUE SPACES.
018544     05 NTL-PRV-PAIS             PIC X(02).
018546     05 FILLER                   PIC X(91) VALUE SPACES.
018600
018700 01  NTL-LIN-CONTRIBUYENTE.
018800     05 FILLER                   PIC X(15) VALUE
024300     'AVISO: ESCALA VIGENTE DISTINTA DE LA APLICADA - REVISAR'.
024500     05 FILLER                   PIC X(76) VALUE SPACES.
024600
024602 01  NTL-LIN-CONJUNTA.
024604     05 FILLER                   PIC X(52) VALUE
024606         'DECLARACION CONJUNTA: EL IMPUESTO BRUTO ES LA PARTE '.
024608     05 FILLER                   PIC X(80) VALUE
024610         'DEL IMPUESTO DEL MATRIMONIO QUE LE CORRESPONDE'.
024612
024620 01  NTL-LIN-CONTROL-TIT         PIC X(132) VALUE
024640         'PAGINA DE CONTROL DEL LOTE'.
024660
024800     05 NTL-CTL-ROTULO           PIC X(26).
024900     05 NTL-CTL-CONTADOR         PIC ZZZZZZZZ9.
025000     05 FILLER                   PIC X(97) VALUE SPACES.
025002
025004*--------------------------------------------------------------*
025006*    LINEAS DE LA LISTA DE EXCEPCIONES (EXCFILE).               *
025008*--------------------------------------------------------------*
025010 01  NTL-EXC-TITULO.
025012     05 FILLER                   PIC X(50) VALUE
025014         'NOT-LIQ - LIQUIDACIONES SIN DOMICILIO VALIDO - FEC'.
025016     05 FILLER                   PIC X(04) VALUE 'HA: '.
025018     05 NTL-EXC-TIT-FECHA        PIC 9(08).
025020     05 FILLER                   PIC X(70) VALUE SPACES.
025022
025024 01  NTL-EXC-CABECERA.
025026     05 FILLER                   PIC X(12) VALUE 'CONTRIBUY.  '.
025028     05 FILLER                   PIC X(32) VALUE 'NOMBRE'.
025030     05 FILLER                   PIC X(12) VALUE 'RESULTADO'.
025032     05 FILLER                   PIC X(15) VALUE 'IMPORTE NETO'.
025034     05 FILLER                   PIC X(61) VALUE 'MOTIVO'.
025036
025038 01  NTL-EXC-DETALLE.
025040     05 NTL-EXD-ID               PIC X(09).
025042     05 FILLER                   PIC X(03) VALUE SPACES.
025044     05 NTL-EXD-NOMBRE           PIC X(30).
025046     05 FILLER                   PIC X(02) VALUE SPACES.
025048     05 NTL-EXD-RESULTADO        PIC X(10).
025050     05 FILLER                   PIC X(02) VALUE SPACES.
025052     05 NTL-EXD-IMPORTE          PIC ZZZZZZZZ9.99.
025054     05 FILLER                   PIC X(03) VALUE SPACES.
025056     05 NTL-EXD-MOTIVO           PIC X(30).
025058     05 FILLER                   PIC X(31) VALUE SPACES.
025060
025062 01  NTL-EXC-TOTAL.
025064     05 FILLER                   PIC X(26) VALUE
025066         'LIQUIDACIONES SIN CARTA : '.
025068     05 NTL-EXT-CONTADOR         PIC ZZZZZZZZ9.
025070     05 FILLER                   PIC X(97) VALUE SPACES.
025100
025200 PROCEDURE DIVISION.
025300
028700     MOVE 'NOTFILE ' TO NTL-ERROR-ARCHIVO.
028800     MOVE NTL-NOTFILE-STATUS TO NTL-ERROR-STATUS.
028900     PERFORM VERIFICA-ESTADO-ARCHIVO.
028902
028904     OPEN INPUT DOMFILE.
028906     MOVE 'DOMFILE ' TO NTL-ERROR-ARCHIVO.
028908     MOVE NTL-DOMFILE-STATUS TO NTL-ERROR-STATUS.
028910     PERFORM VERIFICA-ESTADO-ARCHIVO.
028912
028914     OPEN OUTPUT EXCFILE.
028916     MOVE 'EXCFILE ' TO NTL-ERROR-ARCHIVO.
028918     MOVE NTL-EXCFILE-STATUS TO NTL-ERROR-STATUS.
028920     PERFORM VERIFICA-ESTADO-ARCHIVO.
028922
028924     MOVE NTL-FECHA-EJECUCION TO NTL-EXC-TIT-FECHA.
028926     MOVE NTL-EXC-TITULO TO EXC-LINEA.
028928     PERFORM ESCRIBE-EXCEPCION.
028930     MOVE SPACES TO EXC-LINEA.
028932     PERFORM ESCRIBE-EXCEPCION.
028934     MOVE NTL-EXC-CABECERA TO EXC-LINEA.
028936     PERFORM ESCRIBE-EXCEPCION.
028938     MOVE SPACES TO EXC-LINEA.
028940     PERFORM ESCRIBE-EXCEPCION.
029000
029100*--------------------------------------------------------------*
029200*    VERIFICA-ESTADO-ARCHIVO - ABORTA EL PROCESO SI LA ULTIMA   *
035200*    LAS CUOTAS DE FRACFILE SE CONSUMEN EN PARALELO SIEMPRE     *
035300*    QUE EL BRUTO SUPERA EL MINIMO, AUNQUE LA CARTA SOLO LAS    *
035400*    IMPRIMA EN UN SALDO A PAGAR.                               *
035410*    SIN DOMICILIO VALIDO NO HAY CARTA: LA LIQUIDACION VA A LA  *
035420*    LISTA DE EXCEPCIONES.                                      *
035500*--------------------------------------------------------------*
035600 PROCESA-LIQUIDACION.
035700
036700         END-IF
036800         PERFORM ACCESO-MAESTRO
036900         IF NTL-MAESTRO-ENCONTRADO
037000             PERFORM ACCESO-DOMICILIO
037010             IF NTL-DOMICILIO-VALIDO
037020                 PERFORM EDITA-CARTA
037030             ELSE
037040                 PERFORM EDITA-EXCEPCION
037050             END-IF
037100         ELSE
037200             ADD 1 TO NTL-TOTAL-INCIDENCIAS
037300             DISPLAY 'LIQUIDACION SIN ALTA EN EL MAESTRO: '
038500         NOT INVALID KEY
038600             SET NTL-MAESTRO-ENCONTRADO TO TRUE
038700     END-READ.
038701
038702*--------------------------------------------------------------*
038703*    ACCESO-DOMICILIO - EL DOMICILIO VALE SI EXISTE, NO ESTA    *
038704*    MARCADO COMO NO ENTREGABLE Y TIENE CALLE, MUNICIPIO Y      *
038705*    CODIGO POSTAL.                                             *
038706*--------------------------------------------------------------*
038707 ACCESO-DOMICILIO.
038708
038709     SET NTL-DOMICILIO-INVALIDO TO TRUE.
038710     MOVE LIQ-TAXPAYER-ID TO DOM-TAXPAYER-ID.
038711
038712     READ DOMFILE
038713         INVALID KEY
038714             MOVE 'SIN DOMICILIO' TO NTL-MOTIVO-EXCEPCION
038715         NOT INVALID KEY
038716             IF DOM-NO-ENTREGABLE
038717                 MOVE 'DOMICILIO NO ENTREGABLE'
038718                     TO NTL-MOTIVO-EXCEPCION
038719             ELSE
038720                 IF DOM-CALLE = SPACES
038721                     OR DOM-MUNICIPIO = SPACES
038722                     OR DOM-CODIGO-POSTAL = SPACES
038723                     MOVE 'DOMICILIO INCOMPLETO'
038724                         TO NTL-MOTIVO-EXCEPCION
038725                 ELSE
038726                     SET NTL-DOMICILIO-VALIDO TO TRUE
038727                 END-IF
038728             END-IF
038729     END-READ.
038730
038731     IF NTL-DOMFILE-STATUS NOT = '23'
038732         MOVE 'DOMFILE ' TO NTL-ERROR-ARCHIVO
038733         MOVE NTL-DOMFILE-STATUS TO NTL-ERROR-STATUS
038734         PERFORM VERIFICA-ESTADO-ARCHIVO
038735     END-IF.
038736
038737*--------------------------------------------------------------*
038738*    EDITA-EXCEPCION - UNA LINEA POR LIQUIDACION DESVIADA, CON  *
038739*    SU RESULTADO E IMPORTE PARA QUE SE PUEDA PRIORIZAR LA      *
038740*    LOCALIZACION.                                              *
038741*--------------------------------------------------------------*
038742 EDITA-EXCEPCION.
038743
038744     ADD 1 TO NTL-TOTAL-EXCEPCIONES.
038745
038746     MOVE LIQ-TAXPAYER-ID   TO NTL-EXD-ID.
038747     MOVE MST-TAXPAYER-NAME TO NTL-EXD-NOMBRE.
038748     IF LIQ-SALDO-A-PAGAR
038749         MOVE 'A PAGAR' TO NTL-EXD-RESULTADO
038750     ELSE
038751         IF LIQ-DEVOLUCION
038752             MOVE 'DEVOLUCION' TO NTL-EXD-RESULTADO
038753         ELSE
038754             MOVE 'CUADRADA' TO NTL-EXD-RESULTADO
038755         END-IF
038756     END-IF.
038757     MOVE LIQ-IMPORTE-NETO     TO NTL-EXD-IMPORTE.
038758     MOVE NTL-MOTIVO-EXCEPCION TO NTL-EXD-MOTIVO.
038759     MOVE NTL-EXC-DETALLE TO EXC-LINEA.
038760     PERFORM ESCRIBE-EXCEPCION.
038761
038762 ESCRIBE-EXCEPCION.
038763
038764     WRITE EXC-LINEA.
038765     MOVE 'EXCFILE ' TO NTL-ERROR-ARCHIVO.
038766     MOVE NTL-EXCFILE-STATUS TO NTL-ERROR-STATUS.
038767     PERFORM VERIFICA-ESTADO-ARCHIVO.
038800
038900*--------------------------------------------------------------*
039000*    LEE-CUOTAS-FRACCION - CONSUME LAS CUATRO CUOTAS DE LA      *
043600     WRITE NOT-LINEA FROM NTL-LIN-MEMBRETE
043700         AFTER ADVANCING PAGE.
043800     PERFORM VERIFICA-NOTFILE.
043810
043820     PERFORM EDITA-DIRECCION.
043900
044000     MOVE LIQ-TAXPAYER-ID   TO NTL-CAR-ID.
044100     MOVE MST-TAXPAYER-NAME TO NTL-CAR-NOMBRE.
048100         TO NTL-IMP-ROTULO.
048200     MOVE LIQ-IMPUESTO-BRUTO TO NTL-IMP-VALOR.
048300     PERFORM ESCRIBE-IMPORTE-DOBLE.
048310
048320     IF LIQ-CONJUNTA
048330         WRITE NOT-LINEA FROM NTL-LIN-CONJUNTA
048340             AFTER ADVANCING 1 LINE
048350         PERFORM VERIFICA-NOTFILE
048360     END-IF.
048400
048500     MOVE SPACES TO NTL-LIN-IMPORTE.
048600     MOVE 'RETENCIONES ACREDITADAS         : '
049700         PERFORM VERIFICA-NOTFILE
049800     END-IF.
049900
049902*--------------------------------------------------------------*
049904*    EDITA-DIRECCION - BLOQUE DE DIRECCION PARA LA VENTANA DEL  *
049906*    SOBRE, BAJO EL MEMBRETE.                                   *
049908*--------------------------------------------------------------*
049910 EDITA-DIRECCION.
049912
049914     MOVE MST-TAXPAYER-NAME TO NTL-DIR-TEXTO.
049916     WRITE NOT-LINEA FROM NTL-LIN-DIRECCION
049918         AFTER ADVANCING 2 LINES.
049920     PERFORM VERIFICA-NOTFILE.
049922
049924     MOVE DOM-CALLE TO NTL-DIR-TEXTO.
049926     WRITE NOT-LINEA FROM NTL-LIN-DIRECCION
049928         AFTER ADVANCING 1 LINE.
049930     PERFORM VERIFICA-NOTFILE.
049932
049934     MOVE DOM-CODIGO-POSTAL TO NTL-POB-CODIGO-POSTAL.
049936     MOVE DOM-MUNICIPIO     TO NTL-POB-MUNICIPIO.
049938     WRITE NOT-LINEA FROM NTL-LIN-POBLACION
049940         AFTER ADVANCING 1 LINE.
049942     PERFORM VERIFICA-NOTFILE.
049943
049944*    LA PROVINCIA SALE DE LAS DOS PRIMERAS CIFRAS DEL CODIGO    *
049945*    POSTAL; UN DOMICILIO EXTRANJERO LLEVA SOLO EL PAIS.        *
049946     MOVE SPACES TO NTL-PRV-PROVINCIA.
049947     IF DOM-NACIONAL
049948         MOVE SPACES TO NTL-PRV-PAIS
049949         IF DOM-CP-PROVINCIA NUMERIC
049950             AND DOM-CP-PROVINCIA > ZERO
049951             AND DOM-CP-PROVINCIA NOT > 52
049952             MOVE PRV-NOMBRE (DOM-CP-PROVINCIA)
049953                 TO NTL-PRV-PROVINCIA
049954         END-IF
049955     ELSE
049956         MOVE DOM-PAIS TO NTL-PRV-PAIS
049957     END-IF.
049958     WRITE NOT-LINEA FROM NTL-LIN-PROVINCIA
049960         AFTER ADVANCING 1 LINE.
049962     PERFORM VERIFICA-NOTFILE.
049964
050000*--------------------------------------------------------------*
050100*    RECALCULA-DESGLOSE - REHACE EL CALCULO MARGINAL DE         *
050200*    CAL-TAX CON LOS DATOS QUE VIAJAN EN LA LIQUIDACION, PARA   *
053400         VARYING NTL-IDX-TRAMO FROM 1 BY 1
053500         UNTIL NTL-IDX-TRAMO > 3.
053600
053700*    EN DECLARACION CONJUNTA EL BRUTO ES LA PARTE DEL IMPUESTO  *
053710*    DEL MATRIMONIO Y EL DESGLOSE INDIVIDUAL NO LO REPRODUCE.   *
053720     IF LIQ-CONJUNTA
053730         OR NTL-IMPUESTO-RECALC = LIQ-IMPUESTO-BRUTO
053800         SET NTL-CALCULO-CUADRA TO TRUE
053900     ELSE
054000         SET NTL-CALCULO-NO-CUADRA TO TRUE
067800     MOVE 'CARTAS EN REVISION      : ' TO NTL-CTL-ROTULO.
067900     MOVE NTL-TOTAL-AVISOS TO NTL-CTL-CONTADOR.
068000     PERFORM ESCRIBE-LINEA-CONTROL.
068010     MOVE 'DESVIADAS SIN DOMICILIO : ' TO NTL-CTL-ROTULO.
068020     MOVE NTL-TOTAL-EXCEPCIONES TO NTL-CTL-CONTADOR.
068030     PERFORM ESCRIBE-LINEA-CONTROL.
068040
068050     MOVE SPACES TO EXC-LINEA.
068060     PERFORM ESCRIBE-EXCEPCION.
068070     MOVE NTL-TOTAL-EXCEPCIONES TO NTL-EXT-CONTADOR.
068080     MOVE NTL-EXC-TOTAL TO EXC-LINEA.
068090     PERFORM ESCRIBE-EXCEPCION.
068100
068200     CLOSE LIQFILE.
068300     CLOSE MASTFILE.
068400     CLOSE FRACFILE.
068500     CLOSE NOTFILE.
068510     CLOSE DOMFILE.
068520     CLOSE EXCFILE.
068600
068700     DISPLAY ' '.
068800     DISPLAY '===================================='.
069400     DISPLAY '  DEVOLUCIONES : ' NTL-TOTAL-DEVOLVER.
069500     DISPLAY '  CUADRADAS    : ' NTL-TOTAL-CUADRADAS.
069600     DISPLAY '  EN REVISION  : ' NTL-TOTAL-AVISOS.
069610     DISPLAY '  SIN DOMICILIO: ' NTL-TOTAL-EXCEPCIONES.
069700     DISPLAY '  INCIDENCIAS  : ' NTL-TOTAL-INCIDENCIAS.
069800     DISPLAY '===================================='.
069900
