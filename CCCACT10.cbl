           SELECT PLAN-CORRIDA ASSIGN TO "PLAN-CORRIDA.TXT"
           FILE STATUS IS FS-PLAN.

           SELECT FERIADOS ASSIGN TO "CALENDARIO-FERIADOS.TXT"
           FILE STATUS IS FS-FERIADOS.


       I-O-CONTROL.

           05 PLA-HORA-FIN                   PIC 9(06).
           05 PLA-RETORNO                    PIC 9(04).


       FD FERIADOS
          RECORDING MODE F.
       01 REG-FERIADO.
           05 FER-FECHA                      PIC 9(08).
           05 FER-DESCRIPCION                PIC X(30).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.
             88 PLAN-OK                          VALUE "00".
             88 PLAN-NO-EXISTE                   VALUE "35".
             88 PLAN-EOF                         VALUE "10".
           05 FS-FERIADOS                   PIC X(02).
             88 FERIADOS-OK                      VALUE "00".
             88 FERIADOS-NO-EXISTE               VALUE "35".
             88 FERIADOS-EOF                     VALUE "10".

      *--------------------------><--------><---------------------------
      *  LA CADENA NOCTURNA EN SU ORDEN OBLIGATORIO: EL RECICLADOR DE
      *  EXCEPCIONES, EL LISTADOR DIARIO, LA CARGA DEL MAESTRO DE
      *  MOVIMIENTOS, EL VERIFICADOR DE INTEGRIDAD, LA INTERFAZ
      *  CONTABLE, QUE VA DESPUES DE LA CARGA PORQUE RESUELVE LAS
      *  ANULACIONES CONTRA EL MAESTRO, EL INFORME DE DEBITOS SOBRE
      *  LIMITES DE DESCUBIERTO QUE DEJA EL LISTADOR, EL INFORME DE
      *  LAS TRANSFERENCIAS QUE EL LISTADOR NO PUDO APAREAR Y EL DE
      *  INGRESOS POR LAS COMISIONES QUE TARIFO EL LISTADOR. EL PLAN DE
      *  CORRIDA PERSISTE EL ESTADO DE CADA PASO: UNA RE-EJECUCION
      *  RETOMA DESDE EL PRIMER PASO INCOMPLETO EN VEZ DE REPETIR LOS
      *  QUE YA TERMINARON.
      *  EL ULTIMO DIA HABIL DEL MES LA CADENA SUMA LOS PASOS DE CIERRE:
      *  EL DEVENGO DE INTERESES Y CARGOS ANTES DEL LISTADOR, QUE POSTEA
      *  LO DEVENGADO EN LA MISMA CORRIDA, Y AL FINAL LOS ESTADOS DE
      *  CUENTA, EL INFORME GERENCIAL DEL MES Y EL ACUMULADO ANUAL
      *  PARA EL CERTIFICADO IMPOSITIVO, QUE LEE EL EXTRACTO DEL MES
      *  ANTES DE QUE SE ROTE. UN PLAN PENDIENTE SE RETOMA CON LOS
      *  PASOS CON QUE SE ARMO
      *--------------------------><--------><---------------------------
       01 WS-CANT-PASOS                     PIC 9(02) VALUE ZERO.
       01 WS-MAX-PASOS                      PIC 9(02) VALUE 12.
       01 WS-SUB-PASO                       PIC 9(02) VALUE ZERO.

       01 WS-TABLA-PLAN.
           05 WS-PLAN-ENTRADA OCCURS 12 TIMES.
               10 WS-PLAN-PROGRAMA          PIC X(08).
               10 WS-PLAN-ESTADO            PIC X(01).
               10 WS-PLAN-FECHA-INI         PIC 9(08).
       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE ZERO.
       01 WS-HORA-ACTUAL                    PIC 9(06) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CALENDARIO DE FERIADOS (CALENDARIO-FERIADOS.TXT) PARA SABER SI
      *  LA FECHA DE LA CORRIDA ES EL ULTIMO DIA HABIL DEL MES: LO ES SI
      *  ES HABIL Y EL HABIL SIGUIENTE CAE EN OTRO MES
      *--------------------------><--------><---------------------------
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

       01 WS-SW-CIERRE-MES                  PIC X(01) VALUE "N".
         88 CIERRE-MES                          VALUE "S".


       PROCEDURE DIVISION.


           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 00050-CARGAR-FERIADOS

           PERFORM 00051-DETECTAR-CIERRE-MES

           PERFORM 00010-ARMAR-PLAN-VACIO

           PERFORM 00020-LEER-PLAN

      *--------------------------><--------><---------------------------

      * ARMA EL PLAN CON LOS OCHO PASOS DIARIOS DE LA CADENA Y, EL
      * ULTIMO DIA HABIL DEL MES, LOS CUATRO DE CIERRE; TODOS PENDIENTES
      * Y SIN TIEMPOS

       00010-ARMAR-PLAN-VACIO.

           MOVE ZERO TO WS-CANT-PASOS

           IF CIERRE-MES
               MOVE "CCCACT8"  TO WS-PROGRAMA
               PERFORM 00011-AGREGAR-PASO
           END-IF

           MOVE "CCCACT5"  TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO
           MOVE "CCCACT2"  TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO
           MOVE "CCCACT6"  TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO
           MOVE "CCCACT9"  TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO
           MOVE "CCCACT15" TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO
           MOVE "CCCACT19" TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO
           MOVE "CCCACT20" TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO
           MOVE "CCCACT26" TO WS-PROGRAMA
           PERFORM 00011-AGREGAR-PASO

           IF CIERRE-MES
               MOVE "CCCACT3"  TO WS-PROGRAMA
               PERFORM 00011-AGREGAR-PASO
               MOVE "CCCACT14" TO WS-PROGRAMA
               PERFORM 00011-AGREGAR-PASO
               MOVE "CCCACT23" TO WS-PROGRAMA
               PERFORM 00011-AGREGAR-PASO
           END-IF

           MOVE "S" TO WS-SW-HAY-PENDIENTES


      *--------------------------><--------><---------------------------

      * AGREGA AL FINAL DEL PLAN EL PROGRAMA DE WS-PROGRAMA, PENDIENTE
      * Y SIN TIEMPOS

       00011-AGREGAR-PASO.

           ADD 1 TO WS-CANT-PASOS

           MOVE WS-PROGRAMA TO WS-PLAN-PROGRAMA(WS-CANT-PASOS)
           MOVE "P"         TO WS-PLAN-ESTADO(WS-CANT-PASOS)
           MOVE ZERO        TO WS-PLAN-FECHA-INI(WS-CANT-PASOS)
           MOVE ZERO        TO WS-PLAN-HORA-INI(WS-CANT-PASOS)
           MOVE ZERO        TO WS-PLAN-FECHA-FIN(WS-CANT-PASOS)
           MOVE ZERO        TO WS-PLAN-HORA-FIN(WS-CANT-PASOS)
           MOVE ZERO        TO WS-PLAN-RETORNO(WS-CANT-PASOS)

           .

      *--------------------------><--------><---------------------------

      * LEVANTA EL PLAN DE LA CORRIDA ANTERIOR, SI EXISTE, PARA
      * DETERMINAR DESDE QUE PASO RETOMAR. LOS PASOS EN ERROR SE
      * CONSIDERAN PENDIENTES Y SE REINTENTAN. LA CANTIDAD DE PASOS ES
      * LA DEL PLAN GRABADO (CON O SIN LOS PASOS DE CIERRE DE MES)

       00020-LEER-PLAN.

               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CANT-PASOS

           PERFORM UNTIL PLAN-EOF
               READ PLAN-CORRIDA
               AT END
                   SET PLAN-EOF TO TRUE
               NOT AT END
                   IF PLA-PASO >= 1 AND PLA-PASO <= WS-MAX-PASOS
                       IF PLA-PASO > WS-CANT-PASOS
                           MOVE PLA-PASO TO WS-CANT-PASOS
                       END-IF
                       MOVE PLA-PROGRAMA
                            TO WS-PLAN-PROGRAMA(PLA-PASO)
                       MOVE PLA-ESTADO

           .

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL CALENDARIO DE FERIADOS. SIN ARCHIVO SOLO
      * LOS SABADOS Y DOMINGOS SON INHABILES

       00050-CARGAR-FERIADOS.

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

      * DETERMINA SI LA FECHA DE LA CORRIDA ES EL ULTIMO DIA HABIL DEL
      * MES: DEBE SER HABIL Y EL PRIMER HABIL POSTERIOR DEBE CAER EN
      * OTRO MES

       00051-DETECTAR-CIERRE-MES.

           MOVE "N" TO WS-SW-CIERRE-MES

           MOVE WS-FECHA-SISTEMA TO WS-CAL-FECHA
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA)
           PERFORM 00052-VERIFICAR-HABIL

           IF NOT DIA-HABIL
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SW-DIA-HABIL

           PERFORM UNTIL DIA-HABIL
               ADD 1 TO WS-CAL-INT
               COMPUTE WS-CAL-FECHA =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
               PERFORM 00052-VERIFICAR-HABIL
           END-PERFORM

           IF WS-CAL-FECHA(5:2) NOT = WS-FECHA-SISTEMA(5:2)
               MOVE "S" TO WS-SW-CIERRE-MES
               DISPLAY "ULTIMO DIA HABIL DEL MES, LA CADENA INCLUYE "
                       "LOS PASOS DE CIERRE"
           END-IF

           .

      *--------------------------><--------><---------------------------

      * INDICA SI WS-CAL-FECHA ES DIA HABIL: NO ES SABADO NI DOMINGO
      * (6 Y 0 DE LA SEMANA, EL DIA 1 DEL CALENDARIO FUE LUNES) NI
      * FIGURA EN EL CALENDARIO DE FERIADOS

       00052-VERIFICAR-HABIL.

           MOVE "S" TO WS-SW-DIA-HABIL

           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-CAL-INT, 7)

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

       END PROGRAM CCCACT10.
