000100******************************************************************
000200*    COPYBOOK.....: OPEREG.CPY
000300*    DESCRIPCION..: LAYOUT DEL REGISTRO MAESTRO DE OPERADORES.
000400*                   CADA REGISTRO ES UN IDENTIFICADOR DE OPERADOR
000500*                   AUTORIZADO A TRABAJAR CON LOS PROGRAMAS DEL
000600*                   SISTEMA, CON SU NOMBRE, SU ROL (OPERADOR,
000700*                   SUPERVISOR O ADMINISTRADOR) Y SU ESTADO
000800*                   (ACTIVO O INACTIVO). LO MANTIENE OPEMANT Y LO
000900*                   CONSULTAN TODOS LOS PROGRAMAS QUE PIDEN UN
001000*                   IDENTIFICADOR DE OPERADOR O DE SUPERVISOR.
001100*                   LOS OPERADORES NO SE BORRAN NUNCA: SE DAN DE
001200*                   BAJA COMO INACTIVOS PARA QUE LOS NOMBRES QUE
001300*                   YA FIGURAN EN LOS LOGS Y EN EL HISTORIAL SIGAN
001400*                   TENIENDO A QUIEN REFERIRSE.
001500*    AUTOR........: DEPARTAMENTO DE PROCESO DE DATOS
001600*
001700*    HISTORIAL DE MODIFICACIONES
001800*    FECHA       AUTOR   DESCRIPCION
001900*    ----------  ------  ------------------------------------
002000*    2026-10-15  JCR     CREACION DEL COPYBOOK.
002100******************************************************************
002200 01  OPERADORES-REGISTRO.
002300     05 OPERADORES-ID             PIC X(08).
002400     05 OPERADORES-NOMBRE         PIC X(30).
002500     05 OPERADORES-ROL            PIC X(01).
002600        88 OPERADORES-ES-OPERADOR       VALUE "O".
002700        88 OPERADORES-ES-SUPERVISOR     VALUE "S".
002800        88 OPERADORES-ES-ADMINISTRADOR  VALUE "A".
002900        88 OPERADORES-ROL-VALIDO        VALUES "O" "S" "A".
003000     05 OPERADORES-ESTADO         PIC X(01).
003100        88 OPERADORES-ACTIVO            VALUE "A".
003200        88 OPERADORES-INACTIVO          VALUE "I".
003300     05 OPERADORES-FECHA-CAMBIO   PIC 9(08).
003400     05 OPERADORES-AUTORIZADO-POR PIC X(08).
