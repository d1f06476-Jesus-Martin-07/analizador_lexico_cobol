003160*                     RECHAZA A REVISION MANUAL: RECTIFICARLA    *
003170*                     OTRA VEZ CONTRA LA ORIGINAL FACTURARIA     *
003180*                     DOS VECES EL DELTA.                        *
003182*    2026-10-15 JM    UNA LIQUIDACION ORIGINAL CONJUNTA (CUOTA   *
003184*                     REPARTIDA DEL MATRIMONIO) SE RECHAZA A     *
003186*                     REVISION MANUAL: LA RECTIFICATIVA RECALCULA*
003188*                     SIEMPRE EN INDIVIDUAL.                     *
003200*****************************************************************
003300
003400 IDENTIFICATION DIVISION.
019540*        REVISION MANUAL PARA NO FACTURAR DOS VECES EL DELTA.   *
019550         10 RTX-RET-RECTIF-SW    PIC X(01).
019560             88 RTX-RET-YA-RECTIFICADA VALUE 'S'.
019565*        UNA ORIGINAL LIQUIDADA EN DECLARACION CONJUNTA LLEVA LA*
019570*        PARTE DEL IMPUESTO DEL MATRIMONIO QUE LE TOCO; EL DELTA*
019575*        CONTRA UN RECALCULO INDIVIDUAL NO TENDRIA SENTIDO Y SE *
019580*        RECHAZA A REVISION MANUAL.                             *
019585         10 RTX-RET-CONJUNTA-SW  PIC X(01).
019590             88 RTX-RET-ORIG-CONJUNTA  VALUE 'S'.
019600
019700*--------------------------------------------------------------*
019800*    ESCALA ACTIVA Y CAMPOS DE CALCULO - MISMO CALCULO          *
044200                 TO RTX-RET-HALLADO-SW (RTX-RET-CARGADAS)
044210             MOVE 'N'
044220                 TO RTX-RET-RECTIF-SW (RTX-RET-CARGADAS)
044230             MOVE 'N'
044240                 TO RTX-RET-CONJUNTA-SW (RTX-RET-CARGADAS)
044300     END-READ.
044400
044500*--------------------------------------------------------------*
048000         MOVE AUD-IMPUESTOS
048100             TO RTX-RET-IMP-ORIGINAL (RTX-RET-IDX)
048200         MOVE 'S' TO RTX-RET-HALLADO-SW (RTX-RET-IDX)
048210         IF AUD-CONJUNTA
048220             MOVE 'S' TO RTX-RET-CONJUNTA-SW (RTX-RET-IDX)
048230         ELSE
048240             MOVE 'N' TO RTX-RET-CONJUNTA-SW (RTX-RET-IDX)
048250         END-IF
048300     END-IF.
048310
048320 MARCA-YA-RECTIFICADA.
049420         SET RTX-RECT-INVALIDA TO TRUE
049430         MOVE 'YA RECTIFICADA - REVISAR' TO RTX-MOTIVO-RECHAZO
049440     END-IF.
049441
049442     IF RTX-RECT-VALIDA
049443         AND RTX-RET-ORIG-CONJUNTA (RTX-RET-IDX)
049444         SET RTX-RECT-INVALIDA TO TRUE
049445         MOVE 'ORIGINAL CONJUNTA - REVISAR' TO RTX-MOTIVO-RECHAZO
049446     END-IF.
049450
049460     IF RTX-RECT-VALIDA
049470         PERFORM ACCESO-MAESTRO
073700     ACCEPT AUD-HORA  FROM TIME.
073800     MOVE MST-FILING-STATUS TO AUD-ESTADO-CIVIL.
073900     MOVE 'R' TO AUD-TIPO-REG.
073910     MOVE 'I' TO AUD-TRIBUTACION.
074000     WRITE AUD-AUDIT-REC.
074100     MOVE 'AUDITLOG' TO RTX-ERROR-ARCHIVO.
074200     MOVE RTX-AUDITFILE-STATUS TO RTX-ERROR-STATUS.
