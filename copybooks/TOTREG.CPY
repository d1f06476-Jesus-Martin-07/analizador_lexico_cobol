000100*--------------------------------------------------------------*
000200*    TOTREG - REGISTRO DE TOTALES DE UNA EJECUCION DE CAL-TAX  *
000300*    (TOTFILE).  CAL-TAX LO GRABA AL TERMINAR BIEN, CON LAS    *
000400*    CIFRAS DE SU INFORME DE CONTROL Y LAS DE LA COLA DEL      *
000500*    EXTRACTO QUE LIQUIDO.  EN LA LIQUIDACION POR PARTICIONES  *
000600*    CADA PARTICION DEJA EL SUYO Y FUS-TAX LOS SUMA EN EL      *
000700*    INFORME DE CONTROL COMBINADO; UNA PARTICION QUE NO TERMINO*
000800*    NO LO GRABA Y LA FUSION NO SE HACE.  EN LA EJECUCION      *
000900*    UNICA (CALTAXJ) TOTFILE VA A DUMMY.                       *
001000*--------------------------------------------------------------*
001100 01  TOT-TOTALES-REC.
001200     05 TOT-FECHA-PROCESO        PIC 9(08).
001300     05 TOT-PARTICION            PIC 9(02).
001400     05 TOT-PARTICIONES          PIC 9(02).
001500     05 TOT-FECHA-FIN            PIC 9(08).
001600     05 TOT-HORA-FIN             PIC 9(08).
001700     05 TOT-COLA-CONTADOR        PIC 9(09).
001800     05 TOT-COLA-HASH            PIC 9(13)V99.
001900     05 TOT-PROCESADOS           PIC 9(09).
002000     05 TOT-RECHAZADOS           PIC 9(09).
002100     05 TOT-IMPUESTO-CERO        PIC 9(09).
002200     05 TOT-DUPLICADOS           PIC 9(09).
002300     05 TOT-CUOTAS               PIC 9(09).
002400     05 TOT-IMPUESTO             PIC 9(11)V99.
002500     05 TOT-FRACCIONADO          PIC 9(11)V99.
002600     05 TOT-MATRIMONIOS          PIC 9(09).
002700     05 TOT-CONJUNTAS            PIC 9(09).
002800     05 TOT-RETENIDOS            PIC 9(09).
002900     05 TOT-VARIACIONES          PIC 9(09).
003000     05 TOT-PRM-VIGENCIA         PIC 9(08).
003100     05 TOT-UMBRAL-VARIACION     PIC 9(03)V99.
003200     05 FILLER                   PIC X(28).
