000800*        JUEGO 1 - SOLTERO (S)                                 *
000900*        JUEGO 2 - CASADO (C)                                  *
001000*        JUEGO 3 - CABEZA DE FAMILIA (H)                       *
001010*    LA ESCALA DE LA DECLARACION CONJUNTA DE UN MATRIMONIO VA  *
001020*    APARTE, AL FINAL DEL REGISTRO, PARA NO MOVER LOS CAMPOS   *
001030*    QUE YA LEEN LOS DEMAS PROGRAMAS.                          *
001100*--------------------------------------------------------------*
001200 01  PRM-PARAMETRO-REC.
001300     05 PRM-FECHA-VIGENCIA       PIC 9(08).
002400*    FRACCIONADA IMPAGADA TRAS SU VENCIMIENTO; LO APLICA        *
002500*    CON-FRAC EN LA CONCILIACION DE PAGOS.                      *
002600     05 PRM-RECARGO-MORA         PIC 9(02)V99.
002610*    ESCALA Y DEDUCCION POR DEPENDIENTE DE LA DECLARACION       *
002620*    CONJUNTA (CAL-TAX); MISMA FORMA QUE UN JUEGO POR ESTADO.   *
002630     05 PRM-JUEGO-CONJUNTA.
002640         10 PRM-CNJ-TRAMO OCCURS 3 TIMES.
002650             15 PRM-CNJ-TRAMO-DESDE  PIC 9(09)V99.
002660             15 PRM-CNJ-TRAMO-HASTA  PIC 9(09)V99.
002670             15 PRM-CNJ-TRAMO-TIPO   PIC 9(02)V999.
002680         10 PRM-CNJ-DEDUCCION-DEP    PIC 9(05)V99.
002700     05 FILLER                   PIC X(01).
