000600*    EL MAESTRO A UNA FECHA O PARA RETROCEDER UN DIA DE         *
000700*    TRANSACCIONES.  EN UN ALTA LA IMAGEN ANTERIOR VA EN        *
000800*    ESPACIOS; EN UNA BAJA, LA POSTERIOR.                       *
000810*    EL DIARIO LLEVA TAMBIEN LOS CAMBIOS DEL DOMICILIO POSTAL   *
000820*    (DOMIREG), CON SUS PROPIOS CODIGOS DE ACCION: D ALTA,      *
000830*    C CAMBIO (INCLUIDA LA MARCA DE DEVUELTO DE DEV-CORR) Y     *
000840*    E BAJA (ARRASTRADA POR LA BAJA DEL CONTRIBUYENTE).         *
000900*--------------------------------------------------------------*
001000 01  JRN-JOURNAL-REC.
001100     05 JRN-FECHA                PIC 9(08).
001400         88 JRN-ALTA                 VALUE 'A'.
001500         88 JRN-MODIFICACION         VALUE 'M'.
001600         88 JRN-BAJA                 VALUE 'B'.
001610         88 JRN-MAESTRO              VALUE 'A' 'M' 'B'.
001620         88 JRN-DOM-ALTA             VALUE 'D'.
001630         88 JRN-DOM-CAMBIO           VALUE 'C'.
001640         88 JRN-DOM-BAJA             VALUE 'E'.
001650         88 JRN-DOMICILIO            VALUE 'D' 'C' 'E'.
001700     05 JRN-TAXPAYER-ID          PIC X(09).
001800     05 JRN-IMAGEN-ANTES         PIC X(80).
001900     05 JRN-IMAGEN-DESPUES       PIC X(80).
