000100*--------------------------------------------------------------*
000200*    DOMIREG - LAYOUT DEL DOMICILIO POSTAL DEL CONTRIBUYENTE    *
000300*    (KSDS DOMFILE, CLAVE CONTRIBUYENTE, 1,9): UN DOMICILIO     *
000400*    VIGENTE POR CONTRIBUYENTE.  LO MANTIENE MNT-MAEST          *
000500*    (TRANSACCION D, ALTA O CAMBIO) Y SE BORRA CON LA BAJA DEL  *
000600*    CONTRIBUYENTE; DEV-CORR LO MARCA COMO NO ENTREGABLE CUANDO *
000700*    LA CASA DE CORREO DEVUELVE UNA CARTA; NOT-LIQ LO IMPRIME   *
000800*    EN LA CARTA.  TODO CAMBIO QUEDA EN JRNFILE COMO EL DEL     *
000900*    MAESTRO, POR LO QUE EL REGISTRO NO DEBE PASAR DE LOS 80    *
001000*    BYTES DE LAS IMAGENES DE JRNLREG.  UN CAMBIO DE DOMICILIO  *
001100*    DESMARCA EL NO ENTREGABLE.  LA PROVINCIA NO SE GUARDA: EN  *
001110*    UN DOMICILIO NACIONAL LA DAN LAS DOS PRIMERAS CIFRAS DEL   *
001120*    CODIGO POSTAL (TABLA PROVTAB).                             *
001200*--------------------------------------------------------------*
001300 01  DOM-DOMICILIO-REC.
001400     05 DOM-TAXPAYER-ID          PIC X(09).
001500     05 DOM-CALLE                PIC X(30).
001600     05 DOM-MUNICIPIO            PIC X(25).
001700     05 DOM-CODIGO-POSTAL        PIC X(05).
001800     05 DOM-CP-DESGLOSE REDEFINES DOM-CODIGO-POSTAL.
001810         10 DOM-CP-PROVINCIA     PIC 9(02).
001820         10 FILLER               PIC X(03).
001900     05 DOM-PAIS                 PIC X(02).
002000         88 DOM-NACIONAL             VALUE 'ES'.
002100     05 DOM-FECHA-EFECTO         PIC 9(08).
002200     05 DOM-DEVUELTO             PIC X(01).
002300         88 DOM-NO-ENTREGABLE        VALUE 'S'.
002400         88 DOM-ENTREGABLE           VALUE 'N' ' '.
