       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT27.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * MANTENIMIENTO DEL CALENDARIO DE FERIADOS BANCARIOS. LOS SABADOS
      * Y DOMINGOS NO SE CARGAN: SON INHABILES SIEMPRE. LO USAN CCCACT2
      * (FECHA VALOR), CCCACT8 (CIERRE DEL DEVENGO), CCCACT10 (PASOS DE
      * FIN DE MES) Y CCCACT13 (ANTIGUEDAD EN DIAS HABILES). EL ARCHIVO
      * SE REGRABA ORDENADO POR FECHA. CADA ALTA O BAJA QUEDA EN LA
      * AUDITORIA
           SELECT FERIADOS ASSIGN TO "CALENDARIO-FERIADOS.TXT"
           FILE STATUS IS FS-FERIADOS.

           SELECT TRANSACCIONES ASSIGN TO "TRANS-FERIADOS.TXT"
           FILE STATUS IS FS-TRANSACCIONES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA-FERIADOS.TXT"
           FILE STATUS IS FS-AUDITORIA.


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS
          RECORDING MODE F.
       01 REG-FERIADO.
           05 FER-FECHA                      PIC 9(08).
           05 FER-DESCRIPCION                PIC X(30).


       FD TRANSACCIONES
          RECORDING MODE F.
       01 REG-TRANSACCION.
           05 TRN-ACCION                     PIC X(01).
             88 TRN-ALTA                         VALUE "A".
             88 TRN-BAJA                         VALUE "B".
           05 TRN-FECHA                      PIC 9(08).
           05 TRN-DESCRIPCION                PIC X(30).
           05 TRN-USUARIO                    PIC X(08).


       FD AUDITORIA
          RECORDING MODE F.
       01 REG-AUDITORIA                      PIC X(138).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-FERIADOS                   PIC X(02).
             88 FERIADOS-OK                     VALUE "00".
             88 FERIADOS-NO-EXISTE               VALUE "35".
             88 FERIADOS-EOF                     VALUE "10".
           05 FS-TRANSACCIONES              PIC X(02).
             88 TRANSACCIONES-OK                VALUE "00".
             88 TRANSACCIONES-NO-EXISTE          VALUE "35".
             88 TRANSACCIONES-EOF                VALUE "10".
           05 FS-AUDITORIA                  PIC X(02).
             88 AUDITORIA-OK                    VALUE "00".
             88 AUDITORIA-NO-EXISTE              VALUE "35".

      *--------------------------><--------><---------------------------
      *  CALENDARIO EN MEMORIA, ORDENADO POR FECHA. EL TOPE DE 2000
      *  FERIADOS ES EL MISMO QUE CARGAN LOS PROGRAMAS QUE LO USAN: UNA
      *  ALTA QUE LO SUPERE SE RECHAZA ACA CON MOTIVO
      *--------------------------><--------><---------------------------
       01 WS-CONT-FER                       PIC 9(04) VALUE ZERO.
       01 WS-SUB-FER                        PIC 9(04) VALUE ZERO.
       01 WS-SUB-FER-HALLADO                PIC 9(04) VALUE ZERO.
       01 WS-MAX-FER                        PIC 9(04) VALUE 2000.

       01 WS-TABLA-FER.
           05 WS-FER-ENTRADA OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-CONT-FER.
               10 WS-FER-FECHA              PIC 9(08).
               10 WS-FER-DESCRIPCION        PIC X(30).

       01 WS-SW-FER-HALLADO                 PIC X(01) VALUE "N".
         88 FER-HALLADO                         VALUE "S".

       01 WS-SW-FER-DESBORDADA              PIC X(01) VALUE "N".
         88 FER-TABLA-DESBORDADA                VALUE "S".

      *--------------------------><--------><---------------------------
      *  VALIDACION DE LA FECHA DE LA TRANSACCION
      *--------------------------><--------><---------------------------
       01 WS-DIAS-MES-VALORES.
           05 FILLER                        PIC 9(02) VALUE 31.
           05 FILLER                        PIC 9(02) VALUE 28.
           05 FILLER                        PIC 9(02) VALUE 31.
           05 FILLER                        PIC 9(02) VALUE 30.
           05 FILLER                        PIC 9(02) VALUE 31.
           05 FILLER                        PIC 9(02) VALUE 30.
           05 FILLER                        PIC 9(02) VALUE 31.
           05 FILLER                        PIC 9(02) VALUE 31.
           05 FILLER                        PIC 9(02) VALUE 30.
           05 FILLER                        PIC 9(02) VALUE 31.
           05 FILLER                        PIC 9(02) VALUE 30.
           05 FILLER                        PIC 9(02) VALUE 31.
       01 WS-DIAS-MES-TABLA REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES                   PIC 9(02) OCCURS 12 TIMES.

       01 WS-FECHA-VALIDAR.
           05 WS-VAL-ANIO                   PIC 9(04).
           05 WS-VAL-MES                    PIC 9(02).
           05 WS-VAL-DIA                    PIC 9(02).

       01 WS-DIAS-TOPE                      PIC 9(02) VALUE ZERO.
       01 WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.

       01 WS-SW-TRN-VALIDA                  PIC X(01) VALUE "S".
         88 TRN-VALIDA                          VALUE "S".

       01 WS-MOTIVO-RECHAZO                 PIC X(30) VALUE SPACES.
       01 WS-DESCRIPCION-ANTERIOR           PIC X(30) VALUE SPACES.

       01 WS-FECHA-PROCESO                  PIC 9(08) VALUE ZERO.
       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE ZERO.
       01 WS-HORA-PROCESO                   PIC 9(06) VALUE ZERO.

       01 WS-LINEA-AUDITORIA.
           05 WS-AUD-FECHA                 PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-HORA                  PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-USUARIO               PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ACCION                PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-FERIADO               PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-DESC-ANT              PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-DESC-NUE              PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-RESULTADO             PIC X(09).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-MOTIVO                PIC X(30).

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-TRANS                    PIC 9(05) VALUE ZERO.
       01 WS-CONT-APLICADAS                PIC 9(05) VALUE ZERO.
       01 WS-CONT-RECHAZADAS               PIC 9(05) VALUE ZERO.


       PROCEDURE DIVISION.

       00000-MANTENIMIENTO.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

      * TIME DEVUELVE HHMMSSCC; LA AUDITORIA GUARDA SOLO HHMMSS
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-PROCESO

           PERFORM 00010-CARGAR-FERIADOS

      * CON LA TABLA DESBORDADA, REGRABAR PERDERIA LAS ENTRADAS QUE NO
      * ENTRARON EN MEMORIA: NO SE APLICA NADA Y EL ARCHIVO QUEDA COMO
      * ESTA
           IF FER-TABLA-DESBORDADA
               DISPLAY "CALENDARIO SIN MODIFICAR, TRANSACCIONES NO "
                       "APLICADAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 00020-APLICAR-TRANSACCIONES

           PERFORM 00040-REGRABAR-FERIADOS

           DISPLAY "TRANSACCIONES LEIDAS    : " WS-CONT-TRANS
           DISPLAY "TRANSACCIONES APLICADAS : " WS-CONT-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-CONT-RECHAZADAS
           DISPLAY "FERIADOS EN EL CALENDARIO: " WS-CONT-FER

           IF WS-CONT-RECHAZADAS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL CALENDARIO VIGENTE. SI EL ARCHIVO NO EXISTE
      * SE ARRANCA CON LA TABLA VACIA (PRIMERA CARGA DE LA INSTALACION)

       00010-CARGAR-FERIADOS.

           MOVE ZERO TO WS-CONT-FER

           OPEN INPUT FERIADOS

           IF NOT FERIADOS-NO-EXISTE
               PERFORM UNTIL FERIADOS-EOF
                   READ FERIADOS
                   AT END
                       SET FERIADOS-EOF TO TRUE
                   NOT AT END
                       IF WS-CONT-FER < WS-MAX-FER
                           ADD 1 TO WS-CONT-FER
                           MOVE REG-FERIADO
                                TO WS-FER-ENTRADA(WS-CONT-FER)
                       ELSE
                           DISPLAY "CALENDARIO CON MAS DE " WS-MAX-FER
                                   " FERIADOS, EXCEDENTE DESCARTADO: "
                                   FER-FECHA
                           SET FER-TABLA-DESBORDADA TO TRUE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECORRE EL ARCHIVO DE TRANSACCIONES Y APLICA CADA UNA SOBRE LA
      * TABLA EN MEMORIA, DEJANDO CONSTANCIA EN LA AUDITORIA

       00020-APLICAR-TRANSACCIONES.

           OPEN INPUT TRANSACCIONES

           IF TRANSACCIONES-NO-EXISTE
               DISPLAY "SIN ARCHIVO DE TRANSACCIONES, NADA QUE APLICAR"
               EXIT PARAGRAPH
           END-IF

      * LA AUDITORIA ES ACUMULATIVA ENTRE CORRIDAS: SE ABRE EN EXTEND
      * Y, SI TODAVIA NO EXISTE, SE CREA VACIA EN ESTA PRIMERA CORRIDA
           OPEN EXTEND AUDITORIA
           IF AUDITORIA-NO-EXISTE
               OPEN OUTPUT AUDITORIA
           END-IF

           PERFORM UNTIL TRANSACCIONES-EOF
               READ TRANSACCIONES
               AT END
                   SET TRANSACCIONES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-TRANS
                   PERFORM 00021-APLICAR-UNA
               END-READ
           END-PERFORM

           CLOSE TRANSACCIONES AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * VALIDA Y APLICA UNA TRANSACCION DE ALTA O BAJA

       00021-APLICAR-UNA.

           MOVE "S"    TO WS-SW-TRN-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-DESCRIPCION-ANTERIOR

           IF NOT TRN-ALTA AND NOT TRN-BAJA
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO-RECHAZO
           END-IF

           IF TRN-VALIDA
               PERFORM 00026-VALIDAR-FECHA
           END-IF

           IF TRN-VALIDA
               PERFORM 00025-BUSCAR-FERIADO

               EVALUATE TRUE
                   WHEN TRN-ALTA
                       PERFORM 00022-ALTA
                   WHEN TRN-BAJA
                       PERFORM 00023-BAJA
               END-EVALUATE
           END-IF

           PERFORM 00030-GRABAR-AUDITORIA

           IF TRN-VALIDA
               ADD 1 TO WS-CONT-APLICADAS
           ELSE
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF

           .

      *--------------------------><--------><---------------------------

      * ALTA: LA FECHA NO DEBE ESTAR CARGADA NI CAER EN FIN DE SEMANA, Y
      * DEBE HABER LUGAR EN LA TABLA. SE INTERCALA EN SU LUGAR CORRIENDO
      * UNA POSICION LAS FECHAS POSTERIORES

       00022-ALTA.

           IF FER-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "FERIADO EXISTENTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

      * 6 = SABADO Y 0 = DOMINGO (EL DIA 1 DEL CALENDARIO FUE LUNES)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(TRN-FECHA), 7)

           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "FECHA EN FIN DE SEMANA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-DESCRIPCION = SPACES
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "DESCRIPCION EN BLANCO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF WS-CONT-FER >= WS-MAX-FER
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TABLA COMPLETA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

      * POSICION DE LA PRIMERA FECHA POSTERIOR, O EL FINAL DE LA TABLA
           ADD 1 TO WS-CONT-FER
           MOVE WS-CONT-FER TO WS-SUB-FER-HALLADO

           PERFORM VARYING WS-SUB-FER FROM 1 BY 1
                   UNTIL WS-SUB-FER >= WS-CONT-FER
                      OR FER-HALLADO
               IF WS-FER-FECHA(WS-SUB-FER) > TRN-FECHA
                   MOVE WS-SUB-FER TO WS-SUB-FER-HALLADO
                   SET FER-HALLADO TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SUB-FER FROM WS-CONT-FER BY -1
                   UNTIL WS-SUB-FER <= WS-SUB-FER-HALLADO
               MOVE WS-FER-ENTRADA(WS-SUB-FER - 1)
                    TO WS-FER-ENTRADA(WS-SUB-FER)
           END-PERFORM

           MOVE TRN-FECHA       TO WS-FER-FECHA(WS-SUB-FER-HALLADO)
           MOVE TRN-DESCRIPCION
                TO WS-FER-DESCRIPCION(WS-SUB-FER-HALLADO)

           .

      *--------------------------><--------><---------------------------

      * BAJA: EL FERIADO DEBE EXISTIR; SE ELIMINA CORRIENDO EL RESTO DE
      * LA TABLA. DESDE LA CORRIDA SIGUIENTE ESA FECHA ES HABIL

       00023-BAJA.

           IF NOT FER-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "FERIADO INEXISTENTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FER-DESCRIPCION(WS-SUB-FER-HALLADO)
                TO WS-DESCRIPCION-ANTERIOR

           PERFORM VARYING WS-SUB-FER FROM WS-SUB-FER-HALLADO BY 1
                   UNTIL WS-SUB-FER >= WS-CONT-FER
               MOVE WS-FER-ENTRADA(WS-SUB-FER + 1)
                    TO WS-FER-ENTRADA(WS-SUB-FER)
           END-PERFORM

           SUBTRACT 1 FROM WS-CONT-FER

           .

      *--------------------------><--------><---------------------------

      * BUSCA LA FECHA DE LA TRANSACCION EN EL CALENDARIO; DEJA LA
      * POSICION EN WS-SUB-FER-HALLADO

       00025-BUSCAR-FERIADO.

           MOVE ZERO TO WS-SUB-FER-HALLADO
           MOVE "N"  TO WS-SW-FER-HALLADO

           PERFORM VARYING WS-SUB-FER FROM 1 BY 1
                   UNTIL WS-SUB-FER > WS-CONT-FER
                      OR FER-HALLADO
               IF WS-FER-FECHA(WS-SUB-FER) = TRN-FECHA
                   MOVE WS-SUB-FER TO WS-SUB-FER-HALLADO
                   SET FER-HALLADO TO TRUE
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * VALIDA QUE LA FECHA DE LA TRANSACCION SEA UNA FECHA DE
      * CALENDARIO VALIDA, CON FEBRERO DE 29 DIAS EN LOS BISIESTOS

       00026-VALIDAR-FECHA.

           IF TRN-FECHA NOT NUMERIC
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "FECHA NO NUMERICA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-FECHA TO WS-FECHA-VALIDAR

           IF WS-VAL-ANIO < 1601 OR WS-VAL-MES < 1 OR WS-VAL-MES > 12
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "FECHA INVALIDA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIAS-MES(WS-VAL-MES) TO WS-DIAS-TOPE

           IF WS-VAL-MES = 2
              AND FUNCTION MOD(WS-VAL-ANIO, 4) = 0
              AND (FUNCTION MOD(WS-VAL-ANIO, 100) NOT = 0
                   OR FUNCTION MOD(WS-VAL-ANIO, 400) = 0)
               MOVE 29 TO WS-DIAS-TOPE
           END-IF

           IF WS-VAL-DIA < 1 OR WS-VAL-DIA > WS-DIAS-TOPE
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "FECHA INVALIDA" TO WS-MOTIVO-RECHAZO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * DEJA CONSTANCIA DE LA TRANSACCION EN LA PISTA DE AUDITORIA:
      * QUIEN, CUANDO, QUE CAMBIO Y SI SE APLICO O POR QUE SE RECHAZO

       00030-GRABAR-AUDITORIA.

           MOVE WS-FECHA-PROCESO        TO WS-AUD-FECHA
           MOVE WS-HORA-PROCESO         TO WS-AUD-HORA
           MOVE TRN-USUARIO             TO WS-AUD-USUARIO
           MOVE TRN-ACCION              TO WS-AUD-ACCION
           MOVE TRN-FECHA               TO WS-AUD-FERIADO
           MOVE WS-DESCRIPCION-ANTERIOR TO WS-AUD-DESC-ANT
           MOVE WS-MOTIVO-RECHAZO       TO WS-AUD-MOTIVO

           IF TRN-ALTA
               MOVE TRN-DESCRIPCION     TO WS-AUD-DESC-NUE
           ELSE
               MOVE SPACES              TO WS-AUD-DESC-NUE
           END-IF

           IF TRN-VALIDA
               MOVE "APLICADA"  TO WS-AUD-RESULTADO
           ELSE
               MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           END-IF

           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * REGRABA EL CALENDARIO COMPLETO CON LAS TRANSACCIONES APLICADAS

       00040-REGRABAR-FERIADOS.

           OPEN OUTPUT FERIADOS

           IF NOT FERIADOS-OK
               DISPLAY "ERROR AL ABRIR EL CALENDARIO PARA REGRABAR, "
                       "FS: " FS-FERIADOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-FER FROM 1 BY 1
                   UNTIL WS-SUB-FER > WS-CONT-FER
                      OR NOT FERIADOS-OK
               MOVE WS-FER-ENTRADA(WS-SUB-FER) TO REG-FERIADO
               WRITE REG-FERIADO
           END-PERFORM

           IF NOT FERIADOS-OK
               DISPLAY "ERROR AL REGRABAR EL CALENDARIO, FS: "
                       FS-FERIADOS
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE FERIADOS

           .

       END PROGRAM CCCACT27.
