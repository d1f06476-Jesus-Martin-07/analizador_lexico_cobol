000100*--------------------------------------------------------------*
000200*    PARTREG - PLAN DE PARTICIONES DEL EXTRACTO (PARTCTL).     *
000300*    PAR-EXTR GRABA UN REGISTRO POR PARTICION CON SU RANGO DE  *
000400*    IDENTIFICADORES (INFERIOR EXCLUIDO, SUPERIOR INCLUIDO;    *
000500*    BLANCO = SIN LIMITE) Y LA COLA QUE LE ESCRIBIO, Y REPITE  *
000600*    EN TODOS LA COLA DEL EXTRACTO COMPLETO.  FUS-TAX CUADRA   *
000700*    CONTRA ESTE PLAN LOS TOTALES QUE DEJA CADA PARTICION.     *
000800*--------------------------------------------------------------*
000900 01  PRT-PLAN-REC.
001000     05 PRT-FECHA-PROCESO        PIC 9(08).
001100     05 PRT-PARTICION            PIC 9(02).
001200     05 PRT-PARTICIONES          PIC 9(02).
001300     05 PRT-LIMITE-INF           PIC X(09).
001400     05 PRT-LIMITE-SUP           PIC X(09).
001500     05 PRT-CONTADOR             PIC 9(09).
001600     05 PRT-HASH                 PIC 9(13)V99.
001700     05 PRT-PAREJAS              PIC 9(09).
001800     05 PRT-EXT-CONTADOR         PIC 9(09).
001900     05 PRT-EXT-HASH             PIC 9(13)V99.
002000     05 FILLER                   PIC X(13).
