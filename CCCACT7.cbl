           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FS-MAESTROMOV.

      * ARCHIVO PERMANENTE DE LOS MOVIMIENTOS YA DEPURADOS DEL
      * MAESTRO, ORDENADO POR PERIODO
           SELECT ARCHIVOMOV ASSIGN TO "ARCHIVO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-ARCHIVOMOV.

      * HISTORIA DIARIA DE SALDOS QUE DEJA EL LISTADOR DIARIO, POR
      * CLIENTE Y FECHA DE PROCESO
           SELECT HISTSALDOS ASSIGN TO "HISTORIA-SALDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSA-CLAVE
           FILE STATUS IS FS-HISTSALDOS.

           SELECT TABLACODTIPO ASSIGN TO "TABLACODTIPO.TXT"
           FILE STATUS IS FS-TABLACODTIPO.

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


       FD HISTSALDOS.
       01 REG-HISTSALDOS.
           05 HSA-CLAVE.
               10 HSA-CLIENTE                PIC X(10).
               10 HSA-FECHA                  PIC 9(08).
           05 HSA-SALDO-APERTURA             PIC S9(13)V9(04).
           05 HSA-IMPORTE-DIA                PIC S9(13)V9(04).
           05 HSA-SALDO                      PIC S9(13)V9(04).
           05 HSA-CANT-MOV                   PIC 9(07).


       FD TABLACODTIPO
          RECORDING MODE F.
       01 REG-TABLACODTIPO.
             88 CLI-ABIERTA                      VALUE "A".
             88 CLI-BLOQUEADA                    VALUE "B".
             88 CLI-CERRADA                      VALUE "C".
             88 CLI-INACTIVA                     VALUE "I".

      *-----------------------------------------------------------------

             88 MAESTROMOV-OK                    VALUE "00".
             88 MAESTROMOV-NO-EXISTE             VALUE "35".
             88 MAESTROMOV-EOF                   VALUE "10".
           05 FS-ARCHIVOMOV                 PIC X(02).
             88 ARCHIVOMOV-OK                    VALUE "00".
             88 ARCHIVOMOV-NO-EXISTE             VALUE "35".
             88 ARCHIVOMOV-EOF                   VALUE "10".
           05 FS-HISTSALDOS                 PIC X(02).
             88 HISTSALDOS-OK                    VALUE "00".
             88 HISTSALDOS-NO-EXISTE             VALUE "35".
             88 HISTSALDOS-EOF                   VALUE "10".
           05 FS-TABLACODTIPO               PIC X(02).
             88 TABLACODTIPO-OK                 VALUE "00".
             88 TABLACODTIPO-NO-EXISTE           VALUE "35".

      *--------------------------><--------><---------------------------
      *  PEDIDO DE CONSULTA: CLIENTE OBLIGATORIO Y RANGO DE FECHAS
      *  OPTATIVO (EN BLANCO O CERO SIGNIFICA SIN LIMITE). SI LA
      *  PRIMERA LINEA ES "SALDO", LA CONSULTA ES DE SALDO A FECHA:
      *  SIGUEN EL CLIENTE Y LA FECHA (EN BLANCO = HOY)
      *--------------------------><--------><---------------------------

       01 WS-PRIMERA-LINEA                  PIC X(10) VALUE SPACES.
         88 PEDIDO-SALDO                        VALUE "SALDO".

       01 WS-SW-MODO-CONSULTA               PIC X(01) VALUE "M".
         88 CONSULTA-MOVIMIENTOS                VALUE "M".
         88 CONSULTA-SALDO                      VALUE "S".

       01 WS-CLIENTE-CONSULTA               PIC X(10) VALUE SPACES.
       01 WS-FECHA-DESDE-TXT                PIC X(08) VALUE SPACES.
       01 WS-FECHA-HASTA-TXT                PIC X(08) VALUE SPACES.
         88 FIN-CONSULTA                        VALUE "S".

       01 WS-CONT-MOSTRADOS                 PIC 9(05) VALUE ZERO.
       01 WS-CONT-ARCHIVADOS                PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-CONSULTA                 PIC S9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  VENTANA DE RETENCION DEL MAESTRO, LA MISMA CON LA QUE DEPURA
      *  LA CARGA NOCTURNA (CCCACT6): SI LA FECHA DESDE ES ANTERIOR AL
      *  CORTE, LA CONSULTA RECORRE TAMBIEN EL ARCHIVO PERMANENTE, UN
      *  PERIODO (AAAAMM) POR VEZ
      *--------------------------><--------><---------------------------
       01 WS-FECHA-PROCESO                  PIC 9(08) VALUE ZERO.
       01 WS-DIAS-RETENCION                 PIC 9(03) VALUE 045.
       01 WS-FECHA-CORTE                    PIC 9(08) VALUE ZERO.
       01 WS-FECHA-CORTE-INT                PIC 9(08) VALUE ZERO.

       01 WS-PERIODO-BUSQ-CMP.
           05 WS-PERIODO-BUSQ-ANIO          PIC 9(04).
           05 WS-PERIODO-BUSQ-MES           PIC 9(02).
       01 WS-PERIODO-BUSQ REDEFINES WS-PERIODO-BUSQ-CMP
                                            PIC 9(06).

       01 WS-PERIODO-DESDE                  PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-FIN                    PIC 9(06) VALUE ZERO.

       01 WS-SW-FIN-PERIODO                 PIC X(01) VALUE "N".
         88 FIN-PERIODO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  CONSULTA DE SALDO A FECHA: EL ULTIMO REGISTRO DE LA HISTORIA
      *  DEL CLIENTE CON FECHA NO POSTERIOR A LA PEDIDA DA EL SALDO DE
      *  CIERRE; LOS MOVIMIENTOS DE ESE DIA SON LOS QUE LO FORMARON
      *--------------------------><--------><---------------------------
       01 WS-FECHA-SALDO-TXT                PIC X(08) VALUE SPACES.
       01 WS-FECHA-SALDO                    PIC 9(08) VALUE ZERO.

       01 WS-SW-FIN-HISTORIA                PIC X(01) VALUE "N".
         88 FIN-HISTORIA                        VALUE "S".

       01 WS-SW-SALDO-HALLADO               PIC X(01) VALUE "N".
         88 SALDO-HALLADO                       VALUE "S".

       01 WS-HIS-FECHA                      PIC 9(08) VALUE ZERO.
       01 WS-HIS-FECHA-ANTERIOR             PIC 9(08) VALUE ZERO.
       01 WS-HIS-SALDO-APERTURA             PIC S9(13)V9(04) VALUE ZERO.
       01 WS-HIS-IMPORTE-DIA                PIC S9(13)V9(04) VALUE ZERO.
       01 WS-HIS-SALDO                      PIC S9(13)V9(04) VALUE ZERO.
       01 WS-HIS-CANT-MOV                   PIC 9(07) VALUE ZERO.

       01 WS-FECHA-EDITADA.
           05 WS-FED-DIA                    PIC 9(02).
           05 FILLER                        PIC X(01) VALUE "/".
           05 WS-FED-MES                    PIC 9(02).
           05 FILLER                        PIC X(01) VALUE "/".
           05 WS-FED-ANIO                   PIC 9(04).

      *--------------------------><--------><---------------------------
      *  TABLA DE DESCRIPCIONES DE CODIGO/TIPO, CARGADA DESDE EL
      *  ARCHIVO DE REFERENCIA TABLACODTIPO.TXT

           PERFORM 00010-PEDIR-CONSULTA

           IF CONSULTA-SALDO
               PERFORM 00040-CONSULTAR-SALDO
           ELSE
               PERFORM 00020-BUSCAR-MOVIMIENTOS
           END-IF

           STOP RUN.


      * TOMA EL CLIENTE Y EL RANGO DE FECHAS OPTATIVO DE LA CONSULTA.
      * EL PEDIDO LLEGA POR LA ENTRADA ESTANDAR: CLIENTE, FECHA DESDE
      * Y FECHA HASTA, UNA POR LINEA (FECHAS EN BLANCO = SIN LIMITE).
      * EN LA CONSULTA DE SALDO LLEGAN "SALDO", EL CLIENTE Y LA FECHA

       00010-PEDIR-CONSULTA.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           ACCEPT WS-PRIMERA-LINEA

           IF PEDIDO-SALDO
               SET CONSULTA-SALDO TO TRUE
               ACCEPT WS-CLIENTE-CONSULTA
               ACCEPT WS-FECHA-SALDO-TXT
           ELSE
               MOVE WS-PRIMERA-LINEA TO WS-CLIENTE-CONSULTA
               ACCEPT WS-FECHA-DESDE-TXT
               ACCEPT WS-FECHA-HASTA-TXT
           END-IF

           IF WS-CLIENTE-CONSULTA = SPACES
               DISPLAY "CONSULTA SIN CLIENTE, NADA PARA BUSCAR"
               MOVE WS-FECHA-HASTA-TXT TO WS-FECHA-HASTA
           END-IF

           IF WS-FECHA-SALDO-TXT NUMERIC
              AND WS-FECHA-SALDO-TXT NOT = "00000000"
               MOVE WS-FECHA-SALDO-TXT TO WS-FECHA-SALDO
           ELSE
               MOVE WS-FECHA-PROCESO   TO WS-FECHA-SALDO
           END-IF

           COMPUTE WS-FECHA-CORTE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                   - WS-DIAS-RETENCION

           MOVE FUNCTION DATE-OF-INTEGER(WS-FECHA-CORTE-INT)
                TO WS-FECHA-CORTE

           .

      *--------------------------><--------><---------------------------
                                    TO WS-CLI-ESTADO-CONSULTA
                           WHEN "C" MOVE "CERRADA"
                                    TO WS-CLI-ESTADO-CONSULTA
                           WHEN "I" MOVE "INACTIVA"
                                    TO WS-CLI-ESTADO-CONSULTA
                           WHEN OTHER MOVE "SIN ESTADO"
                                    TO WS-CLI-ESTADO-CONSULTA
                       END-EVALUATE
                   "  " WS-CLI-ESTADO-CONSULTA
           DISPLAY " "

           IF WS-FECHA-DESDE < WS-FECHA-CORTE
               PERFORM 00030-BUSCAR-ARCHIVO
           END-IF

           MOVE WS-CLIENTE-CONSULTA TO MOV-CLIENTE
           MOVE WS-FECHA-DESDE      TO MOV-FECHA
           MOVE ZERO                TO MOV-HORA
           MOVE WS-TOTAL-CONSULTA TO WS-TOTAL-EDITADO
           DISPLAY "MOVIMIENTOS MOSTRADOS: " WS-CONT-MOSTRADOS
                   "  IMPORTE NETO: " WS-TOTAL-EDITADO
           IF WS-CONT-ARCHIVADOS > ZERO
               DISPLAY "TOMADOS DEL ARCHIVO  : " WS-CONT-ARCHIVADOS
           END-IF

           .


           .

      *--------------------------><--------><---------------------------

      * LA FECHA DESDE CAE ANTES DE LA VENTANA DEL MAESTRO: MUESTRA
      * PRIMERO LOS MOVIMIENTOS DEL CLIENTE QUE YA PASARON AL ARCHIVO
      * PERMANENTE, PERIODO POR PERIODO DESDE EL MAS ANTIGUO PEDIDO
      * HASTA EL DEL CORTE

       00030-BUSCAR-ARCHIVO.

           OPEN INPUT ARCHIVOMOV

           IF NOT ARCHIVOMOV-OK
               DISPLAY "SIN ARCHIVO PERMANENTE, LA CONSULTA CUBRE SOLO "
                       "DESDE EL " WS-FECHA-CORTE
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF

      * SIN FECHA DESDE, EL PRIMER PERIODO ES EL MAS ANTIGUO ARCHIVADO
           MOVE LOW-VALUES TO ARC-CLAVE

           START ARCHIVOMOV KEY NOT < ARC-CLAVE
           INVALID KEY
               CLOSE ARCHIVOMOV
               EXIT PARAGRAPH
           END-START

           READ ARCHIVOMOV NEXT RECORD
           AT END
               CLOSE ARCHIVOMOV
               EXIT PARAGRAPH
           END-READ

           MOVE WS-FECHA-DESDE(1:6) TO WS-PERIODO-DESDE
           IF WS-PERIODO-DESDE > ARC-PERIODO
               MOVE WS-PERIODO-DESDE TO WS-PERIODO-BUSQ
           ELSE
               MOVE ARC-PERIODO      TO WS-PERIODO-BUSQ
           END-IF

           MOVE WS-FECHA-CORTE(1:6) TO WS-PERIODO-FIN
           IF WS-FECHA-HASTA(1:6) < WS-PERIODO-FIN
               MOVE WS-FECHA-HASTA(1:6) TO WS-PERIODO-FIN
           END-IF

           DISPLAY "MOVIMIENTOS DEL ARCHIVO PERMANENTE "
                   "(ANTERIORES AL " WS-FECHA-CORTE ")"

           PERFORM UNTIL WS-PERIODO-BUSQ > WS-PERIODO-FIN
               PERFORM 00031-BUSCAR-PERIODO
               IF WS-PERIODO-BUSQ-MES = 12
                   MOVE 1 TO WS-PERIODO-BUSQ-MES
                   ADD 1  TO WS-PERIODO-BUSQ-ANIO
               ELSE
                   ADD 1  TO WS-PERIODO-BUSQ-MES
               END-IF
           END-PERFORM

           CLOSE ARCHIVOMOV

           DISPLAY " "

           .

      *--------------------------><--------><---------------------------

      * RECORRE LOS MOVIMIENTOS ARCHIVADOS DEL CLIENTE EN UN PERIODO,
      * A PARTIR DE LA FECHA DESDE Y HASTA LA FECHA HASTA, Y LOS
      * MUESTRA CON EL MISMO FORMATO QUE LOS DEL MAESTRO

       00031-BUSCAR-PERIODO.

           MOVE WS-PERIODO-BUSQ     TO ARC-PERIODO
           MOVE WS-CLIENTE-CONSULTA TO ARC-CLIENTE
           MOVE WS-FECHA-DESDE      TO ARC-FECHA
           MOVE ZERO                TO ARC-HORA
           MOVE ZERO                TO ARC-SUCURSAL

           MOVE "N" TO WS-SW-FIN-PERIODO

           START ARCHIVOMOV KEY NOT < ARC-CLAVE
           INVALID KEY
               SET FIN-PERIODO TO TRUE
           END-START

           PERFORM UNTIL FIN-PERIODO
               READ ARCHIVOMOV NEXT RECORD
               AT END
                   SET FIN-PERIODO TO TRUE
               NOT AT END
                   IF ARC-PERIODO NOT = WS-PERIODO-BUSQ
                      OR ARC-CLIENTE NOT = WS-CLIENTE-CONSULTA
                      OR ARC-FECHA > WS-FECHA-HASTA
                       SET FIN-PERIODO TO TRUE
                   ELSE
                       MOVE ARC-CLIENTE  TO MOV-CLIENTE
                       MOVE ARC-FECHA    TO MOV-FECHA
                       MOVE ARC-HORA     TO MOV-HORA
                       MOVE ARC-SUCURSAL TO MOV-SUCURSAL
                       MOVE ARC-CODIGO   TO MOV-CODIGO
                       MOVE ARC-IMPORTE  TO MOV-IMPORTE
                       MOVE ARC-TIPO     TO MOV-TIPO
                       MOVE ARC-REF-ANU  TO MOV-REF-ANU
                       PERFORM 00021-MOSTRAR-MOVIMIENTO
                       ADD 1 TO WS-CONT-ARCHIVADOS
                   END-IF
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * CONSULTA DE SALDO A FECHA: BUSCA EN LA HISTORIA EL ULTIMO
      * CIERRE DEL CLIENTE HASTA LA FECHA PEDIDA, LISTA LOS MOVIMIENTOS
      * QUE ENTRARON EN ESE CIERRE (DEL MAESTRO O DEL ARCHIVO
      * PERMANENTE) Y MUESTRA COMO LLEVARON DEL SALDO DE APERTURA AL DE
      * CIERRE

       00040-CONSULTAR-SALDO.

           OPEN INPUT HISTSALDOS

           IF NOT HISTSALDOS-OK
               DISPLAY "SIN HISTORIA DE SALDOS, FS: " FS-HISTSALDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 00041-BUSCAR-CIERRE

           CLOSE HISTSALDOS

           MOVE WS-FECHA-SALDO TO WS-FECHA-AUX
           PERFORM 00042-EDITAR-FECHA

           IF NOT SALDO-HALLADO
               DISPLAY "EL CLIENTE " WS-CLIENTE-CONSULTA
                       " NO TIENE SALDOS REGISTRADOS AL "
                       WS-FECHA-EDITADA
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SALDO DEL CLIENTE " WS-CLIENTE-CONSULTA
                   " AL CIERRE DEL " WS-FECHA-EDITADA
           IF WS-HIS-FECHA < WS-FECHA-SALDO
               MOVE WS-HIS-FECHA TO WS-FECHA-AUX
               PERFORM 00042-EDITAR-FECHA
               DISPLAY "SIN MOVIMIENTOS POSTERIORES AL "
                       WS-FECHA-EDITADA
           END-IF
           DISPLAY " "

      * EL CIERRE ESTA FECHADO POR FECHA VALOR Y PUEDE INCLUIR
      * MOVIMIENTOS DE FECHA ANTERIOR (DIAS INHABILES, EXCEPCIONES
      * RECICLADAS, TRANSFERENCIAS LIBERADAS, DEVENGOS): LOS QUE LO
      * FORMARON SON LOS POSTERIORES AL CIERRE ANTERIOR DEL CLIENTE.
      * SIN CIERRE ANTERIOR SE TOMAN LOS DEL DIA DEL CIERRE
           IF WS-HIS-FECHA-ANTERIOR > ZERO
               COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-HIS-FECHA-ANTERIOR) + 1)
           ELSE
               MOVE WS-HIS-FECHA TO WS-FECHA-DESDE
           END-IF
           MOVE WS-HIS-FECHA TO WS-FECHA-HASTA

           PERFORM 00020-BUSCAR-MOVIMIENTOS

           MOVE WS-HIS-FECHA TO WS-FECHA-AUX
           PERFORM 00042-EDITAR-FECHA

           DISPLAY " "
           MOVE WS-HIS-SALDO-APERTURA TO WS-TOTAL-EDITADO
           DISPLAY "SALDO DE APERTURA DEL " WS-FECHA-EDITADA
                   "   : " WS-TOTAL-EDITADO
           MOVE WS-HIS-IMPORTE-DIA    TO WS-TOTAL-EDITADO
           DISPLAY "MOVIMIENTOS DEL DIA (" WS-HIS-CANT-MOV
                   ")     : " WS-TOTAL-EDITADO
           MOVE WS-HIS-SALDO          TO WS-TOTAL-EDITADO
           DISPLAY "SALDO DE CIERRE DEL " WS-FECHA-EDITADA
                   "     : " WS-TOTAL-EDITADO

      * EL NETO LISTADO PUEDE NO CERRAR CONTRA LA HISTORIA SI ALGUN
      * MOVIMIENTO DEL CIERRE YA NO ESTA EN EL MAESTRO NI EN EL ARCHIVO,
      * O SI ENTRO CON FECHA ANTERIOR AL CIERRE PRECEDENTE
           IF WS-TOTAL-CONSULTA NOT = WS-HIS-IMPORTE-DIA
               DISPLAY "ATENCION: LOS MOVIMIENTOS LISTADOS NO CIERRAN "
                       "CONTRA EL IMPORTE DEL DIA REGISTRADO"
               MOVE 4 TO RETURN-CODE
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECORRE LA HISTORIA DEL CLIENTE DESDE SU PRIMER REGISTRO Y SE
      * QUEDA CON EL ULTIMO CUYA FECHA NO SUPERE LA FECHA PEDIDA Y CON
      * LA FECHA DEL CIERRE QUE LO PRECEDE

       00041-BUSCAR-CIERRE.

           MOVE "N"  TO WS-SW-SALDO-HALLADO
           MOVE "N"  TO WS-SW-FIN-HISTORIA
           MOVE ZERO TO WS-HIS-FECHA-ANTERIOR

           MOVE WS-CLIENTE-CONSULTA TO HSA-CLIENTE
           MOVE ZERO                TO HSA-FECHA

           START HISTSALDOS KEY NOT < HSA-CLAVE
           INVALID KEY
               SET FIN-HISTORIA TO TRUE
           END-START

           PERFORM UNTIL FIN-HISTORIA
               READ HISTSALDOS NEXT RECORD
               AT END
                   SET FIN-HISTORIA TO TRUE
               NOT AT END
                   IF HSA-CLIENTE NOT = WS-CLIENTE-CONSULTA
                      OR HSA-FECHA > WS-FECHA-SALDO
                       SET FIN-HISTORIA TO TRUE
                   ELSE
                       IF SALDO-HALLADO
                           MOVE WS-HIS-FECHA   TO WS-HIS-FECHA-ANTERIOR
                       END-IF
                       MOVE HSA-FECHA          TO WS-HIS-FECHA
                       MOVE HSA-SALDO-APERTURA TO WS-HIS-SALDO-APERTURA
                       MOVE HSA-IMPORTE-DIA    TO WS-HIS-IMPORTE-DIA
                       MOVE HSA-SALDO          TO WS-HIS-SALDO
                       MOVE HSA-CANT-MOV       TO WS-HIS-CANT-MOV
                       SET SALDO-HALLADO TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * PASA LA FECHA AAAAMMDD DE WS-FECHA-AUX A DD/MM/AAAA

       00042-EDITAR-FECHA.

           MOVE WS-FECHA-AUX(1:4) TO WS-FED-ANIO
           MOVE WS-FECHA-AUX(5:2) TO WS-FED-MES
           MOVE WS-FECHA-AUX(7:2) TO WS-FED-DIA

           .

       END PROGRAM CCCACT7.
