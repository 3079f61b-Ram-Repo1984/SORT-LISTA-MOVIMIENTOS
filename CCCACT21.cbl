       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT21.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * CONTROL PERIODICO DE CUENTAS INACTIVAS: APLICA LAS
      * REACTIVACIONES QUE TRAMITARON LAS SUCURSALES Y PASA A ESTADO
      * INACTIVA ("I") LAS CUENTAS ABIERTAS SIN MOVIMIENTOS INICIADOS
      * POR EL CLIENTE EN LOS ULTIMOS DIAS CONFIGURADOS. LOS INTERESES
      * Y CARGOS QUE GENERA EL BANCO (INT/COM) NO CUENTAN COMO
      * ACTIVIDAD
           SELECT CLIENTES ASSIGN TO "CLIENTES-CCC.TXT"
           FILE STATUS IS FS-CLIENTES.

           SELECT SALDOS ASSIGN TO "SALDOS-CCC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-CLIENTE
           FILE STATUS IS FS-SALDOS.

           SELECT MAESTROMOV ASSIGN TO "MAESTRO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FS-MAESTROMOV.

      * LOS MOVIMIENTOS YA DEPURADOS DEL MAESTRO SE BUSCAN EN EL
      * ARCHIVO PERMANENTE, PERIODO POR PERIODO
           SELECT ARCHIVOMOV ASSIGN TO "ARCHIVO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-ARCHIVOMOV.

           SELECT PARAMETROS ASSIGN TO "PARAM-INACTIVIDAD.TXT"
           FILE STATUS IS FS-PARAMETROS.

           SELECT REACTIVACIONES ASSIGN TO "REACTIVACIONES.TXT"
           FILE STATUS IS FS-REACTIVACIONES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA-INACTIVIDAD.TXT"
           FILE STATUS IS FS-AUDITORIA.

           SELECT AVISOS ASSIGN TO "AVISOS-INACTIVIDAD.TXT"
           FILE STATUS IS FS-AVISOS.

           SELECT INFORME ASSIGN TO "INFORME-INACTIVAS.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT ORDENADO ASSIGN TO "SORT".


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES
          RECORDING MODE F.
       01 REG-CLIENTES.
           05 CLI-CLIENTE                    PIC X(10).
           05 CLI-NOMBRE                     PIC X(30).
           05 CLI-SUCURSAL                   PIC 9(06).
           05 CLI-ESTADO                     PIC X(01).
             88 CLI-ABIERTA                      VALUE "A".
             88 CLI-BLOQUEADA                    VALUE "B".
             88 CLI-CERRADA                      VALUE "C".
             88 CLI-INACTIVA                     VALUE "I".


       FD SALDOS.
       01 REG-SALDOS.
           05 SAL-CLIENTE                    PIC X(10).
           05 SAL-SALDO                      PIC S9(13)V9(04).
           05 SAL-FECHA-PROCESO              PIC 9(08).
           05 SAL-CANT-MOV                   PIC 9(07).


       FD MAESTROMOV.
       01 REG-MAESTROMOV.
           05 MOV-CLAVE.
               10 MOV-CLIENTE                PIC X(10).
               10 MOV-FECHA                  PIC 9(08).
               10 MOV-HORA                   PIC 9(06).
               10 MOV-SUCURSAL               PIC 9(06).
           05 MOV-CODIGO                     PIC X(03).
           05 MOV-IMPORTE                    PIC S9(12)V9(04).
           05 MOV-TIPO                       PIC X(03).
           05 MOV-REF-ANU.
               10 MOV-REF-FECHA              PIC 9(08).
               10 MOV-REF-HORA               PIC 9(06).
               10 MOV-REF-SUCURSAL           PIC 9(06).


       FD ARCHIVOMOV.
       01 REG-ARCHIVOMOV.
           05 ARC-CLAVE.
               10 ARC-PERIODO                PIC 9(06).
               10 ARC-CLIENTE                PIC X(10).
               10 ARC-FECHA                  PIC 9(08).
               10 ARC-HORA                   PIC 9(06).
               10 ARC-SUCURSAL               PIC 9(06).
           05 ARC-CODIGO                     PIC X(03).
           05 ARC-IMPORTE                    PIC S9(12)V9(04).
           05 ARC-TIPO                       PIC X(03).
           05 ARC-REF-ANU.
               10 ARC-REF-FECHA              PIC 9(08).
               10 ARC-REF-HORA               PIC 9(06).
               10 ARC-REF-SUCURSAL           PIC 9(06).
           05 ARC-FECHA-DEPURACION           PIC 9(08).


      * DIAS SIN ACTIVIDAD DEL CLIENTE PARA CONSIDERAR INACTIVA LA
      * CUENTA; SIN ARCHIVO O EN CERO SE TOMAN 365
       FD PARAMETROS
          RECORDING MODE F.
       01 REG-PARAMETROS.
           05 PIN-DIAS-INACTIVIDAD           PIC 9(04).


      * PEDIDOS DE REACTIVACION DE LAS SUCURSALES: CLIENTE, SUCURSAL
      * QUE LO PIDE (DEBE SER LA DE RADICACION) Y USUARIO
       FD REACTIVACIONES
          RECORDING MODE F.
       01 REG-REACTIVACION.
           05 RCT-CLIENTE                    PIC X(10).
           05 RCT-SUCURSAL                   PIC 9(06).
           05 RCT-USUARIO                    PIC X(08).


      * PISTA ACUMULATIVA DE CADA INACTIVACION Y DE CADA PEDIDO DE
      * REACTIVACION, APLICADO O RECHAZADO. DE AQUI SE RECUPERA LA
      * FECHA DE LA ULTIMA REACTIVACION DE CADA CLIENTE
       FD AUDITORIA
          RECORDING MODE F.
       01 REG-AUDITORIA                      PIC X(98).


      * AVISOS PARA LAS SUCURSALES: CUENTAS QUE PASARON A INACTIVAS Y
      * CUENTAS REACTIVADAS EN LA CORRIDA
       FD AVISOS
          RECORDING MODE F.
       01 REG-AVISO.
           05 AVI-SUCURSAL                   PIC 9(06).
           05 AVI-CLIENTE                    PIC X(10).
           05 AVI-NOMBRE                     PIC X(30).
           05 AVI-TIPO                       PIC X(01).
             88 AVI-INACTIVADA                   VALUE "I".
             88 AVI-REACTIVADA                   VALUE "R".
           05 AVI-FECHA                      PIC 9(08).
           05 AVI-ULTIMO-PROCESO             PIC 9(08).
           05 AVI-SALDO                      PIC S9(13)V9(04).
           05 AVI-USUARIO                    PIC X(08).


       FD INFORME
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(132).


       SD ORDENADO.

          01 REG-ORDENADO.
           05 SRT-SUCURSAL            PIC 9(06).
           05 SRT-TIPO                PIC X(01).
             88 SRT-INACTIVADA            VALUE "I".
             88 SRT-REACTIVADA            VALUE "R".
           05 SRT-CLIENTE             PIC X(10).
           05 SRT-NOMBRE              PIC X(30).
           05 SRT-ULTIMO-PROCESO.
               10 SRT-ULT-ANIO        PIC 9(04).
               10 SRT-ULT-MES         PIC 9(02).
               10 SRT-ULT-DIA         PIC 9(02).
           05 SRT-SALDO               PIC S9(13)V9(04).
           05 SRT-USUARIO             PIC X(08).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-CLIENTES                   PIC X(02).
             88 CLIENTES-OK                      VALUE "00".
             88 CLIENTES-NO-EXISTE               VALUE "35".
             88 CLIENTES-EOF                     VALUE "10".
           05 FS-SALDOS                     PIC X(02).
             88 SALDOS-OK                        VALUE "00".
             88 SALDOS-NO-EXISTE                 VALUE "35".
             88 SALDOS-EOF                       VALUE "10".
           05 FS-MAESTROMOV                 PIC X(02).
             88 MAESTROMOV-OK                    VALUE "00".
             88 MAESTROMOV-NO-EXISTE             VALUE "35".
             88 MAESTROMOV-EOF                   VALUE "10".
           05 FS-ARCHIVOMOV                 PIC X(02).
             88 ARCHIVOMOV-OK                    VALUE "00".
             88 ARCHIVOMOV-NO-EXISTE             VALUE "35".
             88 ARCHIVOMOV-EOF                   VALUE "10".
           05 FS-PARAMETROS                 PIC X(02).
             88 PARAMETROS-OK                    VALUE "00".
             88 PARAMETROS-NO-EXISTE             VALUE "35".
           05 FS-REACTIVACIONES             PIC X(02).
             88 REACTIVACIONES-OK                VALUE "00".
             88 REACTIVACIONES-NO-EXISTE         VALUE "35".
             88 REACTIVACIONES-EOF               VALUE "10".
           05 FS-AUDITORIA                  PIC X(02).
             88 AUDITORIA-OK                     VALUE "00".
             88 AUDITORIA-NO-EXISTE              VALUE "35".
             88 AUDITORIA-EOF                    VALUE "10".
           05 FS-AVISOS                     PIC X(02).
             88 AVISOS-OK                        VALUE "00".
             88 AVISOS-EOF                       VALUE "10".
           05 FS-INFORME                    PIC X(02).
             88 INFORME-OK                       VALUE "00".

      *--------------------------><--------><---------------------------
      *  MAESTRO DE CLIENTES EN MEMORIA. SE REGRABA COMPLETO CON LOS
      *  CAMBIOS DE ESTADO, ASI QUE UN MAESTRO QUE NO ENTRA EN LA
      *  TABLA DETIENE EL PROCESO ANTES DE TOCAR NADA
      *--------------------------><--------><---------------------------
       01 WS-CONT-CLI                       PIC 9(05) VALUE ZERO.
       01 WS-SUB-CLI                        PIC 9(05) VALUE ZERO.
       01 WS-MAX-CLI                        PIC 9(05) VALUE 20000.

       01 WS-TABLA-CLI.
           05 WS-CLI-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-CLI
                              INDEXED BY WS-IDX-CLI.
               10 WS-CLI-CLIENTE            PIC X(10).
               10 WS-CLI-NOMBRE             PIC X(30).
               10 WS-CLI-SUCURSAL           PIC 9(06).
               10 WS-CLI-ESTADO             PIC X(01).
      * FECHA DE LA ULTIMA REACTIVACION APLICADA; CUENTA COMO
      * ACTIVIDAD DEL CLIENTE
               10 WS-CLI-FECHA-REACT        PIC 9(08).

       01 WS-SW-CLI-DESBORDADA              PIC X(01) VALUE "N".
         88 CLI-TABLA-DESBORDADA                VALUE "S".

       01 WS-SW-CLI-NO-REGRABADO            PIC X(01) VALUE "N".
         88 CLI-NO-REGRABADO                    VALUE "S".

       01 WS-SW-CLI-HALLADO                 PIC X(01) VALUE "N".
         88 CLI-HALLADO                         VALUE "S".

       01 WS-CLI-BUSCADO                    PIC X(10) VALUE SPACES.

      *--------------------------><--------><---------------------------
      *  FECHA DE CORTE: UNA CUENTA ABIERTA SIN MOVIMIENTOS DEL
      *  CLIENTE DESDE ESTA FECHA (INCLUSIVE) PASA A INACTIVA
      *--------------------------><--------><---------------------------
       01 WS-DIAS-INACTIVIDAD               PIC 9(04) VALUE 0365.

       01 WS-FECHA-PROCESO                  PIC 9(08) VALUE ZERO.
       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE ZERO.
       01 WS-HORA-PROCESO                   PIC 9(06) VALUE ZERO.

       01 WS-FECHA-CORTE-INT                PIC 9(07) VALUE ZERO.
       01 WS-FECHA-CORTE                    PIC 9(08) VALUE ZERO.

       01 WS-PERIODO-BUSQUEDA               PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-BUSQUEDA-R REDEFINES WS-PERIODO-BUSQUEDA.
           05 WS-PER-ANIO                   PIC 9(04).
           05 WS-PER-MES                    PIC 9(02).
       01 WS-PERIODO-PROCESO                PIC 9(06) VALUE ZERO.

       01 WS-SW-MAESTRO-ABIERTO             PIC X(01) VALUE "N".
         88 MAESTRO-ABIERTO                     VALUE "S".

       01 WS-SW-ARCHIVO-ABIERTO             PIC X(01) VALUE "N".
         88 ARCHIVO-ABIERTO                     VALUE "S".

       01 WS-SW-CON-ACTIVIDAD               PIC X(01) VALUE "N".
         88 CON-ACTIVIDAD                       VALUE "S".

       01 WS-SW-FIN-CLIENTE                 PIC X(01) VALUE "N".
         88 FIN-CLIENTE                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  VALIDACION DE LOS PEDIDOS DE REACTIVACION
      *--------------------------><--------><---------------------------
       01 WS-SW-TRN-VALIDA                  PIC X(01) VALUE "S".
         88 TRN-VALIDA                          VALUE "S".

       01 WS-MOTIVO-RECHAZO                 PIC X(30) VALUE SPACES.

       01 WS-ESTADO-ANTERIOR                PIC X(01) VALUE SPACE.

      *  PISTA DE AUDITORIA: SE GRABA DESDE ESTA LINEA Y SE RELEE
      *  SOBRE ELLA
       01 WS-LINEA-AUDITORIA.
           05 WS-AUD-FECHA                 PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-HORA                  PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-USUARIO               PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ACCION                PIC X(01).
             88 AUD-INACTIVACION               VALUE "I".
             88 AUD-REACTIVACION               VALUE "R".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-SUCURSAL              PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ESTADO-ANT            PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ESTADO-NUE            PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ULTIMO-PROCESO        PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-RESULTADO             PIC X(09).
             88 AUD-APLICADA                   VALUE "APLICADA".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-MOTIVO                PIC X(30).

      *--------------------------------------------------
      * ARMADO DE CABECERAS, TITULOS Y COLUMNAS DE DATOS.
      *--------------------------------------------------

       01 WS-CABECERA-PRINCIPAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(34)
                VALUE "CONTROL DE CUENTAS INACTIVAS      ".
           05 FILLER                       PIC X(14)
                VALUE "- PROCESO DEL ".
           05 WS-CAB-FECHA.
               10 WS-CAB-DIA               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-MES               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-ANIO              PIC 9(04).
           05 FILLER                       PIC X(52) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB-PAGINA                PIC ZZZ9.
           05 FILLER                       PIC X(08) VALUE SPACES.

       01 WS-CAB-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 WS-CAB-SUC-NRO               PIC 9(06).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(22)
                VALUE "SIN ACTIVIDAD DESDE EL".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-CORTE.
               10 WS-CAB-CORTE-DIA         PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-CORTE-MES         PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-CORTE-ANIO        PIC 9(04).
           05 FILLER                       PIC X(77) VALUE SPACES.

       01 WS-COLUMNAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE "CLIENTE".
           05 FILLER                       PIC X(31) VALUE "NOMBRE".
           05 FILLER                       PIC X(13) VALUE "NOVEDAD".
           05 FILLER                       PIC X(12)
                VALUE "ULT.PROCESO".
           05 FILLER                       PIC X(13) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "SALDO".
           05 FILLER                       PIC X(08) VALUE "USUARIO".
           05 FILLER                       PIC X(35) VALUE SPACES.

       01 WS-DETALLE-CUENTA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-NOMBRE                PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-NOVEDAD               PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-ULTIMO.
               10 WS-DET-ULT-DIA           PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-ULT-MES           PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-ULT-ANIO          PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-SALDO                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-USUARIO               PIC X(08).
           05 FILLER                       PIC X(35) VALUE SPACES.

       01 WS-LINEA-TOTAL-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "TOTAL SUCURSAL ".
           05 WS-TOT-SUC-NRO               PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "INACTIVADAS:".
           05 WS-TOT-SUC-INACTIVADAS       PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(13)
                VALUE "REACTIVADAS: ".
           05 WS-TOT-SUC-REACTIVADAS       PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(19)
                VALUE "SALDO INACTIVADAS: ".
           05 WS-TOT-SUC-SALDO             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(26) VALUE SPACES.

       01 WS-LINEA-TOTAL-GENERAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(21)
                VALUE "TOTAL GENERAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "INACTIVADAS:".
           05 WS-TOT-GEN-INACTIVADAS       PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(13)
                VALUE "REACTIVADAS: ".
           05 WS-TOT-GEN-REACTIVADAS       PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(19)
                VALUE "SALDO INACTIVADAS: ".
           05 WS-TOT-GEN-SALDO             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(26) VALUE SPACES.

       01 WS-LINEA-SIN-NOVEDADES.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "SIN CUENTAS INACTIVADAS NI REACTIVADAS".
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 LINEA-GUIONADA                   PIC X(132) VALUE ALL "-".

      *--------------------------><--------><---------------------------
      *  CONTROL DE SALTO DE PAGINA Y CORTE POR SUCURSAL
      *--------------------------><--------><---------------------------
       01 WS-MAX-LINEAS-PAGINA             PIC 9(04) VALUE 0055.
       01 WS-CONT-LINEAS-PAGINA            PIC 9(04) VALUE ZERO.
       01 WS-NUM-PAGINA                    PIC 9(04) VALUE ZERO.

       01 WS-SUCURSAL-ANTERIOR             PIC 9(06) VALUE ZERO.

       01 WS-SW-PRIMER-REGISTRO            PIC X(01) VALUE "S".
         88 PRIMER-REGISTRO                    VALUE "S".

       01 WS-SW-FIN-ORDENADO               PIC X(01) VALUE "N".
         88 FIN-ORDENADO                       VALUE "S".

       01 WS-INACTIVADAS-SUCURSAL          PIC 9(07) VALUE ZERO.
       01 WS-REACTIVADAS-SUCURSAL          PIC 9(07) VALUE ZERO.
       01 WS-SALDO-SUCURSAL                PIC S9(13)V9(04) VALUE ZERO.
       01 WS-SALDO-GENERAL                 PIC S9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-SALDOS                   PIC 9(09) VALUE ZERO.
       01 WS-CONT-INACTIVADAS              PIC 9(07) VALUE ZERO.
       01 WS-CONT-PEDIDOS                  PIC 9(07) VALUE ZERO.
       01 WS-CONT-REACTIVADAS              PIC 9(07) VALUE ZERO.
       01 WS-CONT-RECHAZADAS               PIC 9(07) VALUE ZERO.


       PROCEDURE DIVISION.

       00000-CUENTAS-INACTIVAS.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

      * TIME DEVUELVE HHMMSSCC; LA AUDITORIA GUARDA SOLO HHMMSS
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-PROCESO

           MOVE WS-FECHA-PROCESO(1:4) TO WS-CAB-ANIO
           MOVE WS-FECHA-PROCESO(5:2) TO WS-CAB-MES
           MOVE WS-FECHA-PROCESO(7:2) TO WS-CAB-DIA

           PERFORM 00005-CARGAR-PARAMETROS

           PERFORM 00010-CARGAR-CLIENTES

           PERFORM 00015-CARGAR-REACTIVACIONES-PREVIAS

           OPEN OUTPUT AVISOS

      * LA AUDITORIA ES ACUMULATIVA ENTRE CORRIDAS: SE ABRE EN EXTEND
      * Y, SI TODAVIA NO EXISTE, SE CREA VACIA EN ESTA PRIMERA CORRIDA
           OPEN EXTEND AUDITORIA
           IF AUDITORIA-NO-EXISTE
               OPEN OUTPUT AUDITORIA
           END-IF

           OPEN INPUT SALDOS

           IF SALDOS-NO-EXISTE
               DISPLAY "SIN MAESTRO DE SALDOS, NADA QUE CONTROLAR"
               CLOSE AVISOS AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 00020-APLICAR-REACTIVACIONES

           PERFORM 00030-DETECTAR-INACTIVAS

           CLOSE SALDOS AVISOS AUDITORIA

           IF WS-CONT-INACTIVADAS > ZERO
              OR WS-CONT-REACTIVADAS > ZERO
               PERFORM 00040-REGRABAR-CLIENTES
           END-IF

      * SI EL MAESTRO NO SE PUDO REGRABAR, LOS PEDIDOS QUEDAN PARA LA
      * PROXIMA CORRIDA
           IF NOT CLI-NO-REGRABADO
               PERFORM 00045-VACIAR-REACTIVACIONES
           END-IF

           OPEN OUTPUT INFORME

           SORT ORDENADO
      * EL INFORME SALE POR SUCURSAL DE RADICACION; DENTRO DE CADA
      * SUCURSAL, PRIMERO LAS INACTIVADAS Y DESPUES LAS REACTIVADAS
           ON ASCENDING KEY SRT-SUCURSAL
           ON ASCENDING KEY SRT-TIPO
           ON ASCENDING KEY SRT-CLIENTE

           INPUT PROCEDURE 00050-CARGAR-AVISOS

           OUTPUT PROCEDURE 00060-LISTAR-INFORME

           IF SORT-RETURN NOT = ZERO
               DISPLAY "SORT-RETURN : " SORT-RETURN
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE INFORME

           DISPLAY "DIAS SIN ACTIVIDAD          : " WS-DIAS-INACTIVIDAD
           DISPLAY "FECHA DE CORTE              : " WS-FECHA-CORTE
           DISPLAY "SALDOS LEIDOS               : " WS-CONT-SALDOS
           DISPLAY "CUENTAS INACTIVADAS         : " WS-CONT-INACTIVADAS
           DISPLAY "PEDIDOS DE REACTIVACION     : " WS-CONT-PEDIDOS
           DISPLAY "  APLICADOS                 : " WS-CONT-REACTIVADAS
           DISPLAY "  RECHAZADOS                : " WS-CONT-RECHAZADAS

           IF WS-CONT-RECHAZADAS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *--------------------------><--------><---------------------------

      * LEE LOS DIAS SIN ACTIVIDAD QUE DEFINEN UNA CUENTA INACTIVA Y
      * CALCULA LA FECHA DE CORTE

       00005-CARGAR-PARAMETROS.

           OPEN INPUT PARAMETROS

           IF NOT PARAMETROS-NO-EXISTE
               READ PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       IF PIN-DIAS-INACTIVIDAD NUMERIC
                          AND PIN-DIAS-INACTIVIDAD NOT = ZERO
                           MOVE PIN-DIAS-INACTIVIDAD
                                TO WS-DIAS-INACTIVIDAD
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF

           COMPUTE WS-FECHA-CORTE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                   - WS-DIAS-INACTIVIDAD

           MOVE FUNCTION DATE-OF-INTEGER(WS-FECHA-CORTE-INT)
                TO WS-FECHA-CORTE

           MOVE WS-FECHA-CORTE(1:4) TO WS-CAB-CORTE-ANIO
           MOVE WS-FECHA-CORTE(5:2) TO WS-CAB-CORTE-MES
           MOVE WS-FECHA-CORTE(7:2) TO WS-CAB-CORTE-DIA

           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO

           .

      *--------------------------><--------><---------------------------

      * CARGA EL MAESTRO DE CLIENTES COMPLETO. SIN MAESTRO, O CON UN
      * MAESTRO MAS GRANDE QUE LA TABLA, NO SE PUEDE REGRABAR SIN
      * PERDER CLIENTES: LA CORRIDA TERMINA CON ERROR

       00010-CARGAR-CLIENTES.

           MOVE ZERO TO WS-CONT-CLI

           OPEN INPUT CLIENTES

           IF CLIENTES-NO-EXISTE
               DISPLAY "SIN MAESTRO DE CLIENTES, NADA QUE CONTROLAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL CLIENTES-EOF
               READ CLIENTES
               AT END
                   SET CLIENTES-EOF TO TRUE
               NOT AT END
                   IF WS-CONT-CLI < WS-MAX-CLI
                       ADD 1 TO WS-CONT-CLI
                       MOVE CLI-CLIENTE
                            TO WS-CLI-CLIENTE(WS-CONT-CLI)
                       MOVE CLI-NOMBRE
                            TO WS-CLI-NOMBRE(WS-CONT-CLI)
                       MOVE CLI-SUCURSAL
                            TO WS-CLI-SUCURSAL(WS-CONT-CLI)
                       MOVE CLI-ESTADO
                            TO WS-CLI-ESTADO(WS-CONT-CLI)
                       MOVE ZERO
                            TO WS-CLI-FECHA-REACT(WS-CONT-CLI)
                   ELSE
                       SET CLI-TABLA-DESBORDADA TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES

           IF CLI-TABLA-DESBORDADA
               DISPLAY "MAESTRO DE CLIENTES CON MAS DE " WS-MAX-CLI
                       " CLIENTES, NO SE PUEDE REGRABAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECUPERA DE LA AUDITORIA LA FECHA DE LA ULTIMA REACTIVACION
      * APLICADA DE CADA CLIENTE

       00015-CARGAR-REACTIVACIONES-PREVIAS.

           OPEN INPUT AUDITORIA

           IF NOT AUDITORIA-NO-EXISTE
               PERFORM UNTIL AUDITORIA-EOF
                   READ AUDITORIA INTO WS-LINEA-AUDITORIA
                   AT END
                       SET AUDITORIA-EOF TO TRUE
                   NOT AT END
                       IF AUD-REACTIVACION AND AUD-APLICADA
                           MOVE WS-AUD-CLIENTE TO WS-CLI-BUSCADO
                           PERFORM 00035-BUSCAR-CLIENTE
                           IF CLI-HALLADO
                              AND WS-AUD-FECHA
                                  > WS-CLI-FECHA-REACT(WS-IDX-CLI)
                               MOVE WS-AUD-FECHA
                                    TO WS-CLI-FECHA-REACT(WS-IDX-CLI)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF

           .

      *--------------------------><--------><---------------------------

      * APLICA LOS PEDIDOS DE REACTIVACION DE LAS SUCURSALES. EL
      * ARCHIVO SE CONSUME UNA SOLA VEZ, PERO SE VACIA RECIEN CUANDO EL
      * MAESTRO DE CLIENTES QUEDO REGRABADO

       00020-APLICAR-REACTIVACIONES.

           OPEN INPUT REACTIVACIONES

           IF REACTIVACIONES-NO-EXISTE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REACTIVACIONES-EOF
               READ REACTIVACIONES
               AT END
                   SET REACTIVACIONES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-PEDIDOS
                   PERFORM 00021-REACTIVAR-CUENTA
               END-READ
           END-PERFORM

           CLOSE REACTIVACIONES

           .

      *--------------------------><--------><---------------------------

      * VALIDA Y APLICA UN PEDIDO DE REACTIVACION: CLIENTE DEL
      * MAESTRO EN ESTADO INACTIVA, PEDIDO POR SU SUCURSAL DE
      * RADICACION Y CON USUARIO INFORMADO. LA CUENTA VUELVE A ABIERTA
      * Y LA FECHA DE HOY CUENTA COMO ACTIVIDAD DEL CLIENTE

       00021-REACTIVAR-CUENTA.

           MOVE "S"    TO WS-SW-TRN-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACE  TO WS-ESTADO-ANTERIOR

           MOVE RCT-CLIENTE TO WS-CLI-BUSCADO
           PERFORM 00035-BUSCAR-CLIENTE

           EVALUATE TRUE
               WHEN RCT-USUARIO = SPACES
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "USUARIO EN BLANCO" TO WS-MOTIVO-RECHAZO
               WHEN NOT CLI-HALLADO
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO-RECHAZO
               WHEN WS-CLI-ESTADO(WS-IDX-CLI) NOT = "I"
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "CUENTA NO INACTIVA" TO WS-MOTIVO-RECHAZO
               WHEN RCT-SUCURSAL NOT = WS-CLI-SUCURSAL(WS-IDX-CLI)
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "SUCURSAL DISTINTA DE RADICACION"
                        TO WS-MOTIVO-RECHAZO
           END-EVALUATE

           MOVE WS-FECHA-PROCESO TO WS-AUD-FECHA
           MOVE WS-HORA-PROCESO  TO WS-AUD-HORA
           MOVE RCT-USUARIO      TO WS-AUD-USUARIO
           SET AUD-REACTIVACION  TO TRUE
           MOVE RCT-CLIENTE      TO WS-AUD-CLIENTE
           MOVE RCT-SUCURSAL     TO WS-AUD-SUCURSAL
           MOVE ZERO             TO WS-AUD-ULTIMO-PROCESO

           IF CLI-HALLADO
               MOVE WS-CLI-ESTADO(WS-IDX-CLI) TO WS-ESTADO-ANTERIOR
           END-IF

           IF TRN-VALIDA
               MOVE "A"              TO WS-CLI-ESTADO(WS-IDX-CLI)
               MOVE WS-FECHA-PROCESO TO WS-CLI-FECHA-REACT(WS-IDX-CLI)

               MOVE RCT-CLIENTE TO SAL-CLIENTE
               READ SALDOS
               INVALID KEY
                   MOVE ZERO TO SAL-SALDO
                   MOVE ZERO TO SAL-FECHA-PROCESO
               END-READ

               MOVE SAL-FECHA-PROCESO TO WS-AUD-ULTIMO-PROCESO

               MOVE WS-CLI-SUCURSAL(WS-IDX-CLI) TO AVI-SUCURSAL
               MOVE RCT-CLIENTE                 TO AVI-CLIENTE
               MOVE WS-CLI-NOMBRE(WS-IDX-CLI)   TO AVI-NOMBRE
               SET AVI-REACTIVADA               TO TRUE
               MOVE WS-FECHA-PROCESO            TO AVI-FECHA
               MOVE SAL-FECHA-PROCESO           TO AVI-ULTIMO-PROCESO
               MOVE SAL-SALDO                   TO AVI-SALDO
               MOVE RCT-USUARIO                 TO AVI-USUARIO
               WRITE REG-AVISO

               ADD 1 TO WS-CONT-REACTIVADAS
           ELSE
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF

           PERFORM 00038-GRABAR-AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * RECORRE EL MAESTRO DE SALDOS Y CONTROLA LA ACTIVIDAD DE CADA
      * CUENTA ABIERTA. UN CLIENTE SIN REGISTRO DE SALDO NUNCA TUVO
      * MOVIMIENTOS ASENTADOS Y NO SE CONTROLA

       00030-DETECTAR-INACTIVAS.

           OPEN INPUT MAESTROMOV
           IF MAESTROMOV-OK
               SET MAESTRO-ABIERTO TO TRUE
           END-IF

           OPEN INPUT ARCHIVOMOV
           IF ARCHIVOMOV-OK
               SET ARCHIVO-ABIERTO TO TRUE
           END-IF

           MOVE LOW-VALUES TO SAL-CLIENTE

           START SALDOS KEY NOT < SAL-CLIENTE
           INVALID KEY
               SET SALDOS-EOF TO TRUE
           END-START

           PERFORM UNTIL SALDOS-EOF
               READ SALDOS NEXT RECORD
               AT END
                   SET SALDOS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-SALDOS
                   PERFORM 00031-CONTROLAR-CUENTA
               END-READ
           END-PERFORM

           IF MAESTRO-ABIERTO
               CLOSE MAESTROMOV
           END-IF

           IF ARCHIVO-ABIERTO
               CLOSE ARCHIVOMOV
           END-IF

           .

      *--------------------------><--------><---------------------------

      * DECIDE SI LA CUENTA DEL SALDO EN CURSO TUVO ACTIVIDAD DEL
      * CLIENTE DESDE LA FECHA DE CORTE: UNA REACTIVACION POSTERIOR AL
      * CORTE, O UN MOVIMIENTO QUE NO SEA INT/COM EN EL MAESTRO O EN
      * EL ARCHIVO. SI EL ULTIMO PROCESO CON MOVIMIENTOS ES ANTERIOR
      * AL CORTE NO HACE FALTA BUSCAR

       00031-CONTROLAR-CUENTA.

           MOVE SAL-CLIENTE TO WS-CLI-BUSCADO
           PERFORM 00035-BUSCAR-CLIENTE

           IF NOT CLI-HALLADO
               EXIT PARAGRAPH
           END-IF

           IF WS-CLI-ESTADO(WS-IDX-CLI) NOT = "A"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SW-CON-ACTIVIDAD

           IF WS-CLI-FECHA-REACT(WS-IDX-CLI) >= WS-FECHA-CORTE
               SET CON-ACTIVIDAD TO TRUE
           END-IF

           IF NOT CON-ACTIVIDAD
              AND SAL-FECHA-PROCESO >= WS-FECHA-CORTE
               PERFORM 00032-BUSCAR-EN-MAESTRO
               IF NOT CON-ACTIVIDAD
                   PERFORM 00033-BUSCAR-EN-ARCHIVO
               END-IF
           END-IF

           IF NOT CON-ACTIVIDAD
               PERFORM 00034-INACTIVAR-CUENTA
           END-IF

           .

      *--------------------------><--------><---------------------------

      * BUSCA EN EL MAESTRO DE MOVIMIENTOS DEL CLIENTE, DESDE LA FECHA
      * DE CORTE, ALGUNO INICIADO POR EL CLIENTE

       00032-BUSCAR-EN-MAESTRO.

           IF NOT MAESTRO-ABIERTO
               EXIT PARAGRAPH
           END-IF

           MOVE "N"            TO WS-SW-FIN-CLIENTE
           MOVE SAL-CLIENTE    TO MOV-CLIENTE
           MOVE WS-FECHA-CORTE TO MOV-FECHA
           MOVE ZERO           TO MOV-HORA
           MOVE ZERO           TO MOV-SUCURSAL

           START MAESTROMOV KEY NOT < MOV-CLAVE
           INVALID KEY
               SET FIN-CLIENTE TO TRUE
           END-START

           PERFORM UNTIL FIN-CLIENTE OR CON-ACTIVIDAD
               READ MAESTROMOV NEXT RECORD
               AT END
                   SET FIN-CLIENTE TO TRUE
               NOT AT END
                   IF MOV-CLIENTE NOT = SAL-CLIENTE
                       SET FIN-CLIENTE TO TRUE
                   ELSE
                       IF MOV-TIPO NOT = "INT"
                          AND MOV-TIPO NOT = "COM"
                           SET CON-ACTIVIDAD TO TRUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * BUSCA EN EL ARCHIVO PERMANENTE, PERIODO POR PERIODO DESDE EL
      * DE LA FECHA DE CORTE HASTA EL ACTUAL, UN MOVIMIENTO DEL
      * CLIENTE INICIADO POR EL, YA DEPURADO DEL MAESTRO

       00033-BUSCAR-EN-ARCHIVO.

           IF NOT ARCHIVO-ABIERTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FECHA-CORTE(1:6) TO WS-PERIODO-BUSQUEDA

           PERFORM UNTIL WS-PERIODO-BUSQUEDA > WS-PERIODO-PROCESO
                      OR CON-ACTIVIDAD

               MOVE "N"                 TO WS-SW-FIN-CLIENTE
               MOVE WS-PERIODO-BUSQUEDA TO ARC-PERIODO
               MOVE SAL-CLIENTE         TO ARC-CLIENTE
               MOVE WS-FECHA-CORTE      TO ARC-FECHA
               MOVE ZERO                TO ARC-HORA
               MOVE ZERO                TO ARC-SUCURSAL

               START ARCHIVOMOV KEY NOT < ARC-CLAVE
               INVALID KEY
                   SET FIN-CLIENTE TO TRUE
               END-START

               PERFORM UNTIL FIN-CLIENTE OR CON-ACTIVIDAD
                   READ ARCHIVOMOV NEXT RECORD
                   AT END
                       SET FIN-CLIENTE TO TRUE
                   NOT AT END
                       IF ARC-PERIODO NOT = WS-PERIODO-BUSQUEDA
                          OR ARC-CLIENTE NOT = SAL-CLIENTE
                           SET FIN-CLIENTE TO TRUE
                       ELSE
                           IF ARC-TIPO NOT = "INT"
                              AND ARC-TIPO NOT = "COM"
                               SET CON-ACTIVIDAD TO TRUE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               IF WS-PER-MES = 12
                   ADD 1 TO WS-PER-ANIO
                   MOVE 1 TO WS-PER-MES
               ELSE
                   ADD 1 TO WS-PER-MES
               END-IF

           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * PASA LA CUENTA A INACTIVA, CON AVISO A SU SUCURSAL Y REGISTRO
      * EN LA AUDITORIA

       00034-INACTIVAR-CUENTA.

           MOVE "I" TO WS-CLI-ESTADO(WS-IDX-CLI)

           MOVE WS-CLI-SUCURSAL(WS-IDX-CLI) TO AVI-SUCURSAL
           MOVE SAL-CLIENTE                 TO AVI-CLIENTE
           MOVE WS-CLI-NOMBRE(WS-IDX-CLI)   TO AVI-NOMBRE
           SET AVI-INACTIVADA               TO TRUE
           MOVE WS-FECHA-PROCESO            TO AVI-FECHA
           MOVE SAL-FECHA-PROCESO           TO AVI-ULTIMO-PROCESO
           MOVE SAL-SALDO                   TO AVI-SALDO
           MOVE "CCCACT21"                  TO AVI-USUARIO
           WRITE REG-AVISO

           MOVE "S"                         TO WS-SW-TRN-VALIDA
           MOVE SPACES                      TO WS-MOTIVO-RECHAZO
           MOVE "A"                         TO WS-ESTADO-ANTERIOR
           MOVE WS-FECHA-PROCESO            TO WS-AUD-FECHA
           MOVE WS-HORA-PROCESO             TO WS-AUD-HORA
           MOVE "CCCACT21"                  TO WS-AUD-USUARIO
           SET AUD-INACTIVACION             TO TRUE
           MOVE SAL-CLIENTE                 TO WS-AUD-CLIENTE
           MOVE WS-CLI-SUCURSAL(WS-IDX-CLI) TO WS-AUD-SUCURSAL
           MOVE SAL-FECHA-PROCESO           TO WS-AUD-ULTIMO-PROCESO

           PERFORM 00038-GRABAR-AUDITORIA

           ADD 1 TO WS-CONT-INACTIVADAS

           .

      *--------------------------><--------><---------------------------

      * BUSCA EN LA TABLA DE CLIENTES EL CODIGO DE WS-CLI-BUSCADO; SI
      * LO HALLA DEJA EL INDICE APUNTANDO A SU ENTRADA

       00035-BUSCAR-CLIENTE.

           MOVE "N" TO WS-SW-CLI-HALLADO

           IF WS-CONT-CLI > ZERO
               SET WS-IDX-CLI TO 1
               SEARCH WS-CLI-ENTRADA
                   AT END CONTINUE
                   WHEN WS-CLI-CLIENTE(WS-IDX-CLI) = WS-CLI-BUSCADO
                       SET CLI-HALLADO TO TRUE
               END-SEARCH
           END-IF

           .

      *--------------------------><--------><---------------------------

      * COMPLETA Y GRABA EL REGISTRO DE AUDITORIA CON EL ESTADO
      * ANTERIOR Y EL NUEVO Y EL RESULTADO DE LA NOVEDAD

       00038-GRABAR-AUDITORIA.

           MOVE WS-ESTADO-ANTERIOR TO WS-AUD-ESTADO-ANT

           IF TRN-VALIDA
               IF AUD-INACTIVACION
                   MOVE "I" TO WS-AUD-ESTADO-NUE
               ELSE
                   MOVE "A" TO WS-AUD-ESTADO-NUE
               END-IF
               MOVE "APLICADA"  TO WS-AUD-RESULTADO
           ELSE
               MOVE WS-ESTADO-ANTERIOR TO WS-AUD-ESTADO-NUE
               MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           END-IF

           MOVE WS-MOTIVO-RECHAZO TO WS-AUD-MOTIVO

           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA

           IF NOT AUDITORIA-OK
               DISPLAY "ERROR AL GRABAR AUDITORIA, FS: " FS-AUDITORIA
           END-IF

           .

      *--------------------------><--------><---------------------------

      * REGRABA EL MAESTRO DE CLIENTES CON LOS ESTADOS ACTUALIZADOS

       00040-REGRABAR-CLIENTES.

           OPEN OUTPUT CLIENTES

           IF NOT CLIENTES-OK
               DISPLAY "ERROR AL ABRIR EL MAESTRO DE CLIENTES PARA "
                       "REGRABAR, FS: " FS-CLIENTES
               SET CLI-NO-REGRABADO TO TRUE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > WS-CONT-CLI
                      OR NOT CLIENTES-OK
               MOVE WS-CLI-CLIENTE(WS-SUB-CLI)  TO CLI-CLIENTE
               MOVE WS-CLI-NOMBRE(WS-SUB-CLI)   TO CLI-NOMBRE
               MOVE WS-CLI-SUCURSAL(WS-SUB-CLI) TO CLI-SUCURSAL
               MOVE WS-CLI-ESTADO(WS-SUB-CLI)   TO CLI-ESTADO
               WRITE REG-CLIENTES
           END-PERFORM

           IF NOT CLIENTES-OK
               DISPLAY "ERROR AL REGRABAR EL MAESTRO DE CLIENTES, FS: "
                       FS-CLIENTES
               SET CLI-NO-REGRABADO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE CLIENTES

           .

      *--------------------------><--------><---------------------------

      * VACIA EL ARCHIVO DE PEDIDOS DE REACTIVACION, YA APLICADOS Y
      * REGISTRADOS EN LA AUDITORIA

       00045-VACIAR-REACTIVACIONES.

           OPEN INPUT REACTIVACIONES

           IF REACTIVACIONES-NO-EXISTE
               EXIT PARAGRAPH
           END-IF

           CLOSE REACTIVACIONES

           OPEN OUTPUT REACTIVACIONES
           CLOSE REACTIVACIONES

           .

      *--------------------------><--------><---------------------------

      * LIBERA AL SORT CADA AVISO GRABADO EN LA CORRIDA

       00050-CARGAR-AVISOS.

           OPEN INPUT AVISOS

           PERFORM UNTIL AVISOS-EOF
               READ AVISOS
               AT END
                   SET AVISOS-EOF TO TRUE
               NOT AT END
                   MOVE AVI-SUCURSAL       TO SRT-SUCURSAL
                   MOVE AVI-TIPO           TO SRT-TIPO
                   MOVE AVI-CLIENTE        TO SRT-CLIENTE
                   MOVE AVI-NOMBRE         TO SRT-NOMBRE
                   MOVE AVI-ULTIMO-PROCESO TO SRT-ULTIMO-PROCESO
                   MOVE AVI-SALDO          TO SRT-SALDO
                   MOVE AVI-USUARIO        TO SRT-USUARIO
                   RELEASE REG-ORDENADO
               END-READ
           END-PERFORM

           CLOSE AVISOS

           .

      *--------------------------><--------><---------------------------

      * RECIBE LOS AVISOS ORDENADOS E IMPRIME EL INFORME CON CORTE
      * POR SUCURSAL Y TOTAL GENERAL

       00060-LISTAR-INFORME.

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           PERFORM UNTIL FIN-ORDENADO

           IF PRIMER-REGISTRO
               MOVE "N" TO WS-SW-PRIMER-REGISTRO
               PERFORM 00061-ABRIR-SUCURSAL
           END-IF

           IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
               PERFORM 00062-CERRAR-SUCURSAL
               PERFORM 00061-ABRIR-SUCURSAL
           END-IF

           PERFORM 00063-IMPRIMIR-DETALLE

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           END-PERFORM

           IF PRIMER-REGISTRO
               PERFORM 00064-IMPRIMIR-ENCABEZADO
               WRITE REG-INFORME FROM WS-LINEA-SIN-NOVEDADES
               AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 00062-CERRAR-SUCURSAL
           END-IF

           WRITE REG-INFORME FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-INACTIVADAS TO WS-TOT-GEN-INACTIVADAS
           MOVE WS-CONT-REACTIVADAS TO WS-TOT-GEN-REACTIVADAS
           MOVE WS-SALDO-GENERAL    TO WS-TOT-GEN-SALDO
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-GENERAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * ABRE EL CORTE DE LA SUCURSAL: REINICIA SUS ACUMULADORES Y
      * ARRANCA PAGINA NUEVA CON SU CABECERA

       00061-ABRIR-SUCURSAL.

           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
           MOVE ZERO         TO WS-INACTIVADAS-SUCURSAL
           MOVE ZERO         TO WS-REACTIVADAS-SUCURSAL
           MOVE ZERO         TO WS-SALDO-SUCURSAL

           PERFORM 00064-IMPRIMIR-ENCABEZADO

           .

      *--------------------------><--------><---------------------------

      * CIERRA EL CORTE DE LA SUCURSAL CON SUS CANTIDADES Y EL SALDO
      * QUE QUEDO EN CUENTAS INACTIVAS

       00062-CERRAR-SUCURSAL.

           WRITE REG-INFORME FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           MOVE WS-SUCURSAL-ANTERIOR    TO WS-TOT-SUC-NRO
           MOVE WS-INACTIVADAS-SUCURSAL TO WS-TOT-SUC-INACTIVADAS
           MOVE WS-REACTIVADAS-SUCURSAL TO WS-TOT-SUC-REACTIVADAS
           MOVE WS-SALDO-SUCURSAL       TO WS-TOT-SUC-SALDO
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-SUCURSAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA LINEA DE LA CUENTA Y ACUMULA LOS TOTALES

       00063-IMPRIMIR-DETALLE.

           MOVE SRT-CLIENTE  TO WS-DET-CLIENTE
           MOVE SRT-NOMBRE   TO WS-DET-NOMBRE
           MOVE SRT-ULT-DIA  TO WS-DET-ULT-DIA
           MOVE SRT-ULT-MES  TO WS-DET-ULT-MES
           MOVE SRT-ULT-ANIO TO WS-DET-ULT-ANIO
           MOVE SRT-SALDO    TO WS-DET-SALDO
           MOVE SRT-USUARIO  TO WS-DET-USUARIO

           IF SRT-INACTIVADA
               MOVE "INACTIVADA" TO WS-DET-NOVEDAD
               ADD 1         TO WS-INACTIVADAS-SUCURSAL
               ADD SRT-SALDO TO WS-SALDO-SUCURSAL
               ADD SRT-SALDO TO WS-SALDO-GENERAL
           ELSE
               MOVE "REACTIVADA" TO WS-DET-NOVEDAD
               ADD 1         TO WS-REACTIVADAS-SUCURSAL
           END-IF

           WRITE REG-INFORME FROM WS-DETALLE-CUENTA
           AFTER ADVANCING 1 LINE

           ADD 1 TO WS-CONT-LINEAS-PAGINA
           IF WS-CONT-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 00064-IMPRIMIR-ENCABEZADO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA CABECERA DE LA PAGINA CON LA SUCURSAL EN CURSO

       00064-IMPRIMIR-ENCABEZADO.

           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA
           MOVE ZERO TO WS-CONT-LINEAS-PAGINA

           WRITE REG-INFORME FROM WS-CABECERA-PRINCIPAL
           AFTER ADVANCING PAGE

           MOVE WS-SUCURSAL-ANTERIOR TO WS-CAB-SUC-NRO
           WRITE REG-INFORME FROM WS-CAB-SUCURSAL
           AFTER ADVANCING 2 LINES

           WRITE REG-INFORME FROM WS-COLUMNAS
           AFTER ADVANCING 2 LINES

           .

       END PROGRAM CCCACT21.
