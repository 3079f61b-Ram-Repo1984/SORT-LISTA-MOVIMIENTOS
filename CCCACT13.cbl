           SELECT INFORME ASSIGN TO "INFORME-CASOS.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT FERIADOS ASSIGN TO "CALENDARIO-FERIADOS.TXT"
           FILE STATUS IS FS-FERIADOS.


       I-O-CONTROL.

          RECORDING MODE F.
       01 REG-INFORME                        PIC X(132).


       FD FERIADOS
          RECORDING MODE F.
       01 REG-FERIADO.
           05 FER-FECHA                      PIC 9(08).
           05 FER-DESCRIPCION                PIC X(30).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.
             88 CASOS-EOF                        VALUE "10".
           05 FS-INFORME                    PIC X(02).
             88 INFORME-OK                       VALUE "00".
           05 FS-FERIADOS                   PIC X(02).
             88 FERIADOS-OK                      VALUE "00".
             88 FERIADOS-NO-EXISTE               VALUE "35".
             88 FERIADOS-EOF                     VALUE "10".

      *--------------------------><--------><---------------------------
      *  ANTIGUEDAD DE LOS CASOS ABIERTOS (PENDIENTES O EN REVISION):
       01 WS-DIAS-ALERTA-INT                PIC 9(08) VALUE ZERO.
       01 WS-DIAS-ABIERTO                   PIC S9(05) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  LOS PLAZOS DE CUMPLIMIENTO CORREN EN DIAS HABILES: SE CUENTAN
      *  LOS DIAS HABILES POSTERIORES A LA ALERTA HASTA LA FECHA DE
      *  PROCESO, SIN SABADOS, DOMINGOS NI LOS FERIADOS DEL CALENDARIO
      *  (CALENDARIO-FERIADOS.TXT)
      *--------------------------><--------><---------------------------
       01 WS-HABILES-ABIERTO                PIC S9(05) VALUE ZERO.

       01 WS-CONT-FER                       PIC 9(04) VALUE ZERO.
       01 WS-SUB-FER                        PIC 9(04) VALUE ZERO.

       01 WS-TABLA-FER.
           05 WS-FER-ENTRADA OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-CONT-FER.
               10 WS-FER-FECHA              PIC 9(08).

       01 WS-CAL-FECHA                      PIC 9(08) VALUE ZERO.
       01 WS-CAL-INT                        PIC 9(08) VALUE ZERO.
       01 WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.

       01 WS-SW-DIA-HABIL                   PIC X(01) VALUE "N".
         88 DIA-HABIL                           VALUE "S".

      *--------------------------><--------><---------------------------
      *  CABECERA, COLUMNAS Y DETALLE DEL INFORME DE CASOS ABIERTOS
      *--------------------------><--------><---------------------------
           05 FILLER                       PIC X(06) VALUE "ESTADO".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE "DIAS".
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "HABILES".
           05 FILLER                       PIC X(07) VALUE SPACES.

       01 WS-DETALLE-CASO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-ESTADO                PIC X(11).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-DIAS                  PIC ZZZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-HABILES               PIC ZZZZ9.
           05 FILLER                       PIC X(07) VALUE SPACES.

       01 WS-LINEA-RESUMEN.
           05 FILLER                       PIC X(02) VALUE SPACES.
           COMPUTE WS-DIAS-HOY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)

           PERFORM 00040-CARGAR-FERIADOS

           PERFORM 00010-ABRIR-ARCHIVOS

           PERFORM 00020-RECORRER-CASOS

      *--------------------------><--------><---------------------------

      * IMPRIME UN CASO ABIERTO CON SUS DIAS CORRIDOS Y HABILES DESDE
      * LA ALERTA Y LO SUMA AL TRAMO DE ANTIGUEDAD QUE LE CORRESPONDE

       00021-LISTAR-CASO.

           COMPUTE WS-DIAS-ABIERTO =
                   WS-DIAS-HOY-INT - WS-DIAS-ALERTA-INT

           PERFORM 00022-CONTAR-HABILES

           MOVE CAS-NUMERO       TO WS-DET-NUMERO
           MOVE CAS-FECHA-ALERTA TO WS-DET-FECHA-ALERTA
           MOVE CAS-CLIENTE      TO WS-DET-CLIENTE
           MOVE CAS-IMPORTE      TO WS-DET-IMPORTE
           MOVE CAS-MOTIVO       TO WS-DET-MOTIVO
           MOVE WS-DIAS-ABIERTO  TO WS-DET-DIAS
           MOVE WS-HABILES-ABIERTO TO WS-DET-HABILES

           IF CAS-PENDIENTE
               MOVE "PENDIENTE"   TO WS-DET-ESTADO

      *--------------------------><--------><---------------------------

      * CUENTA LOS DIAS HABILES POSTERIORES A LA FECHA DE LA ALERTA,
      * HASTA LA FECHA DE PROCESO INCLUSIVE

       00022-CONTAR-HABILES.

           MOVE ZERO TO WS-HABILES-ABIERTO

           PERFORM VARYING WS-CAL-INT FROM WS-DIAS-ALERTA-INT BY 1
                   UNTIL WS-CAL-INT >= WS-DIAS-HOY-INT
               COMPUTE WS-CAL-FECHA =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INT + 1)
               PERFORM 00041-VERIFICAR-HABIL
               IF DIA-HABIL
                   ADD 1 TO WS-HABILES-ABIERTO
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * CIERRA EL INFORME CON EL RESUMEN POR TRAMOS DE ANTIGUEDAD

       00030-CERRAR-INFORME.

           .

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL CALENDARIO DE FERIADOS. SIN ARCHIVO SOLO
      * LOS SABADOS Y DOMINGOS SON INHABILES

       00040-CARGAR-FERIADOS.

           MOVE ZERO TO WS-CONT-FER

           OPEN INPUT FERIADOS

           IF FERIADOS-NO-EXISTE
               DISPLAY "SIN CALENDARIO DE FERIADOS, SOLO SABADOS Y "
                       "DOMINGOS SON INHABILES"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FERIADOS-EOF
               READ FERIADOS
               AT END
                   SET FERIADOS-EOF TO TRUE
               NOT AT END
                   IF WS-CONT-FER < 2000
                       ADD 1 TO WS-CONT-FER
                       MOVE FER-FECHA TO WS-FER-FECHA(WS-CONT-FER)
                   ELSE
                       DISPLAY "CALENDARIO COMPLETO, FERIADO "
                               "DESCARTADO: " FER-FECHA
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FERIADOS

           .

      *--------------------------><--------><---------------------------

      * INDICA SI WS-CAL-FECHA ES DIA HABIL: NO ES SABADO NI DOMINGO
      * (6 Y 0 DE LA SEMANA, EL DIA 1 DEL CALENDARIO FUE LUNES) NI
      * FIGURA EN EL CALENDARIO DE FERIADOS

       00041-VERIFICAR-HABIL.

           MOVE "S" TO WS-SW-DIA-HABIL

           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA), 7)

           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-SW-DIA-HABIL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-FER FROM 1 BY 1
                   UNTIL WS-SUB-FER > WS-CONT-FER
                      OR NOT DIA-HABIL
               IF WS-FER-FECHA(WS-SUB-FER) = WS-CAL-FECHA
                   MOVE "N" TO WS-SW-DIA-HABIL
               END-IF
           END-PERFORM

           .

       END PROGRAM CCCACT13.
