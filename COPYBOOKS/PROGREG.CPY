000100******************************************************************
000200*    COPYBOOK.....: PROGREG.CPY
000300*    DESCRIPCION..: LAYOUT DEL FICHERO DE CAMBIOS PROGRAMADOS
000400*                   EMPPROG. CADA REGISTRO ES UN CAMBIO YA
000500*                   DECIDIDO (SALARIO O TRASLADO DE DEPARTAMENTO)
000600*                   CUYA FECHA EFECTIVA TODAVIA NO HA LLEGADO.
000700*                   LO GRABAN EMPMANT (TRASLADOS), EMPAPROB
000800*                   (CAMBIOS DE SALARIO APROBADOS) Y EMPREVSA
000900*                   (REVISION SALARIAL CON FECHA FUTURA), Y LO
001000*                   APLICA EMPAPLIC EN LA CADENA NOCTURNA CUANDO
001100*                   LA FECHA EFECTIVA LLEGA. HASTA ENTONCES EL
001200*                   MAESTRO DE EMPLEADOS CONSERVA LOS VALORES
001300*                   VIGENTES. LOS REGISTROS NO SE BORRAN: QUEDAN
001400*                   MARCADOS COMO APLICADOS O ANULADOS.
001500*    AUTOR........: DEPARTAMENTO DE PROCESO DE DATOS
001600*
001700*    HISTORIAL DE MODIFICACIONES
001800*    FECHA       AUTOR   DESCRIPCION
001900*    ----------  ------  ------------------------------------
002000*    2026-10-15  JCR     CREACION DEL COPYBOOK.
002100******************************************************************
002200 01  PROG-REGISTRO.
002300     05 PROG-ESTADO               PIC X(01).
002400        88 PROG-PENDIENTE               VALUE "P".
002500        88 PROG-APLICADO                VALUE "A".
002600        88 PROG-ANULADO                 VALUE "X".
002700     05 FILLER                    PIC X(01).
002800     05 PROG-TIPO                 PIC X(01).
002900        88 PROG-TIPO-SALARIO            VALUE "S".
003000        88 PROG-TIPO-TRASLADO           VALUE "T".
003100     05 FILLER                    PIC X(01).
003200     05 PROG-ID                   PIC 9(05).
003300     05 FILLER                    PIC X(01).
003400     05 PROG-FECHA-EFECTIVA       PIC 9(08).
003500     05 FILLER                    PIC X(01).
003600     05 PROG-SALARIO-NUEVO        PIC 9(07)V99.
003700     05 FILLER                    PIC X(01).
003800     05 PROG-DEPTO-NUEVO          PIC X(03).
003900     05 FILLER                    PIC X(01).
004000     05 PROG-ORIGEN               PIC X(08).
004100     05 FILLER                    PIC X(01).
004200     05 PROG-OPERADOR             PIC X(08).
004300     05 FILLER                    PIC X(01).
004400     05 PROG-FECHA                PIC 9(08).
004500     05 FILLER                    PIC X(01).
004600     05 PROG-HORA                 PIC 9(08).
004700     05 FILLER                    PIC X(01).
004800     05 PROG-FECHA-APLICACION     PIC 9(08).
004900     05 FILLER                    PIC X(01).
005000     05 PROG-MOTIVO               PIC X(30).
