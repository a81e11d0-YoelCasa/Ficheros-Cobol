000100******************************************************************
000200*    COPYBOOK.....: INCREG.CPY
000300*    DESCRIPCION..: LAYOUT DEL REGISTRO DE INCIDENCIAS DE NOMINA
000400*                   (PARTE VARIABLE: HORAS EXTRA, NOCTURNIDAD,
000500*                   DIETAS, COMISIONES Y GRATIFICACIONES). CADA
000600*                   REGISTRO ES UNA INCIDENCIA DE UN EMPLEADO PARA
000700*                   UN MES DE NOMINA, CON SU CONCEPTO (TABLA DE
000800*                   INCCON.CPY), LA CANTIDAD (HORAS, NOCHES O
000900*                   DIAS; CERO EN LOS CONCEPTOS DE IMPORTE), EL
001000*                   IMPORTE, EL OPERADOR Y LA FECHA Y HORA EN QUE
001100*                   SE CAPTURO. LA QUE SUPERA EL UMBRAL DE
001200*                   APROBACION QUEDA PENDIENTE HASTA QUE UN
001300*                   SUPERVISOR LA DECIDE EN EMPAPROB, QUE ANOTA SU
001400*                   IDENTIFICADOR Y LA FECHA. LO MANTIENE INCMANT,
001500*                   LO DECIDE EMPAPROB Y LO EXTRAE PARA NOMINA
001600*                   INCEXT.
001700*    AUTOR........: DEPARTAMENTO DE PROCESO DE DATOS
001800*
001900*    HISTORIAL DE MODIFICACIONES
002000*    FECHA       AUTOR   DESCRIPCION
002100*    ----------  ------  ------------------------------------
002200*    2026-10-15  JCR     CREACION DEL COPYBOOK.
002300******************************************************************
002400 01  INCIDENCIAS-REGISTRO.
002500     05 INCIDENCIAS-ID               PIC 9(05).
002600     05 INCIDENCIAS-MES              PIC 9(06).
002700     05 INCIDENCIAS-CONCEPTO         PIC X(03).
002800     05 INCIDENCIAS-CANTIDAD         PIC 9(05)V99.
002900     05 INCIDENCIAS-IMPORTE          PIC 9(07)V99.
003000     05 INCIDENCIAS-OPERADOR         PIC X(08).
003100     05 INCIDENCIAS-FECHA            PIC 9(08).
003200     05 INCIDENCIAS-HORA             PIC 9(08).
003300     05 INCIDENCIAS-ESTADO           PIC X(01).
003400        88 INCIDENCIAS-ADMITIDA            VALUE "A".
003500        88 INCIDENCIAS-PENDIENTE           VALUE "P".
003600        88 INCIDENCIAS-RECHAZADA           VALUE "R".
003700     05 INCIDENCIAS-SUPERVISOR       PIC X(08).
003800     05 INCIDENCIAS-FECHA-DECISION   PIC 9(08).
