000100*--------------------------------------------------------------*
000200*    MANDREG - LAYOUT DEL MANDATO DE ADEUDO DIRECTO SEPA (KSDS  *
000300*    MANDFILE, CLAVE CONTRIBUYENTE, 1,9): UN MANDATO POR        *
000400*    CONTRIBUYENTE PARA EL COBRO DOMICILIADO DE SUS CUOTAS DEL  *
000500*    PAGO FRACCIONADO.  LO MANTIENE MNT-MAND (ALTAS, BAJAS Y    *
000600*    MODIFICACIONES); GEN-ADEU LO LEE PARA LA REMESA Y GUARDA   *
000700*    EL ULTIMO VENCIMIENTO PRESENTADO, PARA NO COBRAR DOS VECES *
000800*    LA MISMA CUOTA; DEV-ADEU CUENTA LAS DEVOLUCIONES Y CANCELA *
000900*    EL MANDATO AL LLEGAR AL LIMITE.  LA BAJA NO BORRA EL       *
001000*    REGISTRO: LAS DEVOLUCIONES DE ADEUDOS YA PRESENTADOS       *
001100*    PUEDEN LLEGAR DESPUES.                                     *
001200*--------------------------------------------------------------*
001300 01  MAN-MANDATO-REC.
001400     05 MAN-TAXPAYER-ID          PIC X(09).
001500     05 MAN-IBAN                 PIC X(34).
001600     05 MAN-REFERENCIA           PIC X(35).
001700     05 MAN-FECHA-FIRMA          PIC 9(08).
001800     05 MAN-ESTADO               PIC X(01).
001900         88 MAN-ACTIVO               VALUE 'A'.
002000         88 MAN-BAJA                 VALUE 'B'.
002100         88 MAN-CANCELADO            VALUE 'R'.
002200     05 MAN-FECHA-ESTADO         PIC 9(08).
002300     05 MAN-NUM-DEVOLUCIONES     PIC 9(02).
002400     05 MAN-FECHA-ULT-DEVOL      PIC 9(08).
002500     05 MAN-MOTIVO-ULT-DEVOL     PIC X(04).
002600     05 MAN-ULT-VENC-PRESENTADO  PIC 9(08).
002700     05 FILLER                   PIC X(03).
