001900*                        IMAGEN ANTERIOR).                       *
002000*                  UNA BAJA MAL TECLEADA EN JULIO COSTO DOS      *
002100*                  DIAS DE RECONSTRUCCION MANUAL.                *
002110*                  EL DOMICILIO POSTAL (DOMFILE) SE RECUPERA A LA*
002120*                  VEZ, CON SU COPIA BASE Y SUS ENTRADAS DEL     *
002130*                  MISMO DIARIO.                                 *
002200*                                                                *
002300*-----------------------------------------------------------------
002400*    MODIFICATION HISTORY                                       *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  -------------------------------------------*
002800*    2026-09-03 JM    ORIGINAL PROGRAM.                          *
002810*    2026-10-15 JM    EL DIARIO LLEVA TAMBIEN EL DOMICILIO POSTAL*
002820*                     (DOMFILE, COPYBOOK DOMIREG): EN MODO F SE  *
002830*                     CARGA SU PROPIA COPIA BASE (BASEDOM) Y SE  *
002840*                     REAPLICAN SUS ALTAS, CAMBIOS Y BAJAS (D, C,*
002850*                     E); EN MODO B SE DESHACEN COMO LAS DEL     *
002860*                     MAESTRO.                                   *
002900*****************************************************************
003000
003100 IDENTIFICATION DIVISION.
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS MST-TAXPAYER-ID
006300         FILE STATUS IS RCV-MASTFILE-STATUS.
006305
006310     SELECT BASEDOM ASSIGN TO BASEDOM
006315         ORGANIZATION IS SEQUENTIAL
006320         FILE STATUS IS RCV-BASEDOM-STATUS.
006325
006330     SELECT DOMFILE ASSIGN TO DOMFILE
006335         ORGANIZATION IS INDEXED
006340         ACCESS MODE IS DYNAMIC
006345         RECORD KEY IS DOM-TAXPAYER-ID
006350         FILE STATUS IS RCV-DOMFILE-STATUS.
006400
006500     SELECT LISTFILE ASSIGN TO LISTFILE
006600         ORGANIZATION IS SEQUENTIAL
010500
010600 FD  MASTFILE.
010700     COPY TAXPAYR.
010705
010710*--------------------------------------------------------------*
010715*    BASEDOM - COPIA BASE DEL DOMICILIO POSTAL, DESCARGADA A LA *
010720*    VEZ QUE LA DEL MAESTRO.  SOLO SE LEE EN MODO F.            *
010725*--------------------------------------------------------------*
010730 FD  BASEDOM
010735     RECORDING MODE IS F
010740     LABEL RECORDS ARE STANDARD.
010745 01  BDM-REGISTRO                PIC X(80).
010750
010755 FD  DOMFILE.
010760     COPY DOMIREG.
010800
010900 FD  LISTFILE
011000     RECORDING MODE IS F
011900     05 RCV-BASEFILE-STATUS      PIC X(02) VALUE '00'.
012000     05 RCV-MASTFILE-STATUS      PIC X(02) VALUE '00'.
012100     05 RCV-LISTFILE-STATUS      PIC X(02) VALUE '00'.
012110     05 RCV-BASEDOM-STATUS       PIC X(02) VALUE '00'.
012120     05 RCV-DOMFILE-STATUS       PIC X(02) VALUE '00'.
012200
012300 01  RCV-ERROR-CONTROL.
012400     05 RCV-ERROR-ARCHIVO        PIC X(08).
013100         88 RCV-JRN-EOF              VALUE 'Y'.
013200     05 RCV-BAS-EOF-SW           PIC X(01) VALUE 'N'.
013300         88 RCV-BAS-EOF              VALUE 'Y'.
013310     05 RCV-BDM-EOF-SW           PIC X(01) VALUE 'N'.
013320         88 RCV-BDM-EOF              VALUE 'Y'.
013400
013500 01  RCV-MODO                    PIC X(01).
013600 01  RCV-FECHA-OBJETIVO          PIC 9(08) VALUE ZERO.
015200
015300 01  RCV-TOTALES.
015400     05 RCV-TOTAL-BASE           PIC 9(09) VALUE ZERO.
015410     05 RCV-TOTAL-BASE-DOM       PIC 9(09) VALUE ZERO.
015500     05 RCV-TOTAL-LEIDAS         PIC 9(09) VALUE ZERO.
015600     05 RCV-TOTAL-APLICADAS      PIC 9(09) VALUE ZERO.
015700     05 RCV-TOTAL-OMITIDAS       PIC 9(09) VALUE ZERO.
021400
021500*    EL MAESTRO SE ABRE I-O; EN MODO F EL JOB APUNTA MASTFILE    *
021600*    A UN CLUSTER NUEVO Y VACIO (STATUS '35' EN LA PRIMERA       *
021700*    APERTURA), NUNCA AL MAESTRO VIVO.  LO MISMO VALE PARA       *
021710*    DOMFILE.                                                    *
021800     OPEN I-O MASTFILE.
021900     IF RCV-MASTFILE-STATUS = '35'
022000         OPEN OUTPUT MASTFILE
022700     MOVE 'MASTFILE' TO RCV-ERROR-ARCHIVO.
022800     MOVE RCV-MASTFILE-STATUS TO RCV-ERROR-STATUS.
022900     PERFORM VERIFICA-ESTADO-ARCHIVO.
022905
022910     OPEN I-O DOMFILE.
022915     IF RCV-DOMFILE-STATUS = '35'
022920         OPEN OUTPUT DOMFILE
022925         MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO
022930         MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS
022935         PERFORM VERIFICA-ESTADO-ARCHIVO
022940         CLOSE DOMFILE
022945         OPEN I-O DOMFILE
022950     END-IF.
022955     MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO.
022960     MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS.
022965     PERFORM VERIFICA-ESTADO-ARCHIVO.
023000
023100     OPEN INPUT JRNFILE.
023200     MOVE 'JRNFILE ' TO RCV-ERROR-ARCHIVO.
030400 RECONSTRUYE-A-FECHA.
030500
030600     PERFORM CARGA-BASE.
030610
030620     PERFORM CARGA-BASE-DOMICILIO.
030700
030800     PERFORM REAPLICA-JOURNAL
030900         WITH TEST AFTER UNTIL RCV-JRN-EOF.
034200             ADD 1 TO RCV-TOTAL-BASE
034300     END-READ.
034400
034402 CARGA-BASE-DOMICILIO.
034404
034406     OPEN INPUT BASEDOM.
034408     MOVE 'BASEDOM ' TO RCV-ERROR-ARCHIVO.
034410     MOVE RCV-BASEDOM-STATUS TO RCV-ERROR-STATUS.
034412     PERFORM VERIFICA-ESTADO-ARCHIVO.
034414
034416     PERFORM CARGA-UN-DOMICILIO-BASE
034418         WITH TEST AFTER UNTIL RCV-BDM-EOF.
034420
034422     CLOSE BASEDOM.
034424
034426     DISPLAY 'DOMICILIOS DE LA COPIA BASE: ' RCV-TOTAL-BASE-DOM.
034428
034430 CARGA-UN-DOMICILIO-BASE.
034432
034434     READ BASEDOM
034436         AT END
034438             SET RCV-BDM-EOF TO TRUE
034440         NOT AT END
034442             MOVE BDM-REGISTRO TO DOM-DOMICILIO-REC
034444             WRITE DOM-DOMICILIO-REC
034446                 INVALID KEY
034448                     DISPLAY '*** COPIA BASE DE DOMICILIOS CON '
034450                         'CLAVE DUPLICADA: ' DOM-TAXPAYER-ID
034452                     MOVE 16 TO RETURN-CODE
034454                     STOP RUN
034456             END-WRITE
034458             MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO
034460             MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS
034462             PERFORM VERIFICA-ESTADO-ARCHIVO
034464             ADD 1 TO RCV-TOTAL-BASE-DOM
034466     END-READ.
034468
034500*--------------------------------------------------------------*
034600*    REAPLICA-JOURNAL - LAS TRANSACCIONES HASTA LA FECHA        *
034700*    OBJETIVO SE REAPLICAN CON SU IMAGEN POSTERIOR.  EL DIARIO  *
037100
037200     ADD 1 TO RCV-TOTAL-APLICADAS.
037300
037310     IF JRN-DOMICILIO
037320         PERFORM REAPLICA-DOMICILIO
037330     ELSE
037340         PERFORM REAPLICA-MAESTRO
037350     END-IF.
037360
037370 REAPLICA-MAESTRO.
037380
037400     IF JRN-BAJA
037500         MOVE JRN-TAXPAYER-ID TO MST-TAXPAYER-ID
037600         DELETE MASTFILE
039260         PERFORM VERIFICA-ESTADO-ARCHIVO
039300     END-IF.
039400
039402*--------------------------------------------------------------*
039404*    REAPLICA-DOMICILIO - LA MISMA REAPLICACION TOLERANTE       *
039406*    SOBRE DOMFILE: ALTA (D), CAMBIO (C) O BAJA (E).            *
039408*--------------------------------------------------------------*
039410 REAPLICA-DOMICILIO.
039412
039414     IF JRN-DOM-BAJA
039416         MOVE JRN-TAXPAYER-ID TO DOM-TAXPAYER-ID
039418         DELETE DOMFILE
039420             INVALID KEY
039422                 CONTINUE
039424         END-DELETE
039426         IF RCV-DOMFILE-STATUS NOT = '23'
039428             MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO
039430             MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS
039432             PERFORM VERIFICA-ESTADO-ARCHIVO
039434         END-IF
039436     ELSE
039438         MOVE JRN-IMAGEN-DESPUES TO DOM-DOMICILIO-REC
039440         IF JRN-DOM-ALTA
039442             WRITE DOM-DOMICILIO-REC
039444                 INVALID KEY
039446                     REWRITE DOM-DOMICILIO-REC
039448             END-WRITE
039450         ELSE
039452             REWRITE DOM-DOMICILIO-REC
039454                 INVALID KEY
039456                     WRITE DOM-DOMICILIO-REC
039458             END-REWRITE
039460         END-IF
039462         MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO
039464         MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS
039466         PERFORM VERIFICA-ESTADO-ARCHIVO
039468     END-IF.
039470
039500*--------------------------------------------------------------*
039600*    RETROCEDE-UN-DIA - CARGA EN MEMORIA LAS TRANSACCIONES DEL  *
039700*    DIA INDICADO Y LAS DESHACE EN ORDEN INVERSO SOBRE EL       *
044700     MOVE RCV-DIA-ID (RCV-DIA-IDX) TO RCV-DET-ID.
044800     MOVE 'DESHECHA' TO RCV-DET-RESULTADO.
044900
044905     IF RCV-DIA-ACCION (RCV-DIA-IDX) = 'D' OR 'C' OR 'E'
044910         PERFORM DESHACE-DOMICILIO
044915     ELSE
044920         PERFORM DESHACE-MAESTRO
044925     END-IF.
044930
044935     IF RCV-DET-RESULTADO = 'DESHECHA'
044940         ADD 1 TO RCV-TOTAL-DESHECHAS
044945     END-IF.
044950
044955     MOVE RCV-LIN-DETALLE TO LST-LINEA.
044960     PERFORM ESCRIBE-LINEA.
044965
044970 DESHACE-MAESTRO.
044975
045000     IF RCV-DIA-ACCION (RCV-DIA-IDX) = 'A'
045100         MOVE RCV-DIA-ID (RCV-DIA-IDX) TO MST-TAXPAYER-ID
045200         DELETE MASTFILE
047370             END-IF
047400         END-IF
047500     END-IF.
048300
048302*--------------------------------------------------------------*
048304*    DESHACE-DOMICILIO - EL ALTA DEL DOMICILIO (D) SE BORRA, LA *
048306*    BAJA (E) SE REPONE CON SU IMAGEN ANTERIOR Y EL CAMBIO (C)  *
048308*    LA RECUPERA, CON LAS MISMAS INCIDENCIAS QUE EL MAESTRO.    *
048310*--------------------------------------------------------------*
048312 DESHACE-DOMICILIO.
048314
048316     IF RCV-DIA-ACCION (RCV-DIA-IDX) = 'D'
048318         MOVE RCV-DIA-ID (RCV-DIA-IDX) TO DOM-TAXPAYER-ID
048320         DELETE DOMFILE
048322             INVALID KEY
048324                 MOVE 'INCIDENCIA - NO EXISTE'
048326                     TO RCV-DET-RESULTADO
048328                 ADD 1 TO RCV-TOTAL-INCIDENCIAS
048330         END-DELETE
048332         IF RCV-DOMFILE-STATUS NOT = '23'
048334             MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO
048336             MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS
048338             PERFORM VERIFICA-ESTADO-ARCHIVO
048340         END-IF
048342     ELSE
048344         MOVE RCV-DIA-ANTES (RCV-DIA-IDX) TO DOM-DOMICILIO-REC
048346         IF RCV-DIA-ACCION (RCV-DIA-IDX) = 'E'
048348             WRITE DOM-DOMICILIO-REC
048350                 INVALID KEY
048352                     MOVE 'INCIDENCIA - YA EXISTE'
048354                         TO RCV-DET-RESULTADO
048356                     ADD 1 TO RCV-TOTAL-INCIDENCIAS
048358             END-WRITE
048360             IF RCV-DOMFILE-STATUS NOT = '22'
048362                 MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO
048364                 MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS
048366                 PERFORM VERIFICA-ESTADO-ARCHIVO
048368             END-IF
048370         ELSE
048372             REWRITE DOM-DOMICILIO-REC
048374                 INVALID KEY
048376                     MOVE 'INCIDENCIA - NO EXISTE'
048378                         TO RCV-DET-RESULTADO
048380                     ADD 1 TO RCV-TOTAL-INCIDENCIAS
048382             END-REWRITE
048384             IF RCV-DOMFILE-STATUS NOT = '23'
048386                 MOVE 'DOMFILE ' TO RCV-ERROR-ARCHIVO
048388                 MOVE RCV-DOMFILE-STATUS TO RCV-ERROR-STATUS
048390                 PERFORM VERIFICA-ESTADO-ARCHIVO
048392             END-IF
048394         END-IF
048396     END-IF.
048398
048400 ESCRIBE-LINEA.
048500
048600     WRITE LST-LINEA.
049700     MOVE RCV-TOTAL-BASE TO RCV-TOT-IMPORTE.
049800     MOVE RCV-LIN-TOTAL TO LST-LINEA.
049900     PERFORM ESCRIBE-LINEA.
049910     MOVE 'BASE DOMICILIOS : ' TO RCV-TOT-ROTULO.
049920     MOVE RCV-TOTAL-BASE-DOM TO RCV-TOT-IMPORTE.
049930     MOVE RCV-LIN-TOTAL TO LST-LINEA.
049940     PERFORM ESCRIBE-LINEA.
050000     MOVE 'DIARIO LEIDO    : ' TO RCV-TOT-ROTULO.
050100     MOVE RCV-TOTAL-LEIDAS TO RCV-TOT-IMPORTE.
050200     MOVE RCV-LIN-TOTAL TO LST-LINEA.
051600
051700     CLOSE JRNFILE.
051800     CLOSE MASTFILE.
051810     CLOSE DOMFILE.
051900     CLOSE LISTFILE.
052000
052100     DISPLAY ' '.
052300     DISPLAY '  RCV-MAEST - INFORME DE CONTROL'.
052400     DISPLAY '===================================='.
052500     DISPLAY '  BASE CARGADA: ' RCV-TOTAL-BASE.
052510     DISPLAY '  BASE DOMIC. : ' RCV-TOTAL-BASE-DOM.
052600     DISPLAY '  DIARIO LEIDO: ' RCV-TOTAL-LEIDAS.
052700     DISPLAY '  REAPLICADAS : ' RCV-TOTAL-APLICADAS.
052800     DISPLAY '  OMITIDAS    : ' RCV-TOTAL-OMITIDAS.
