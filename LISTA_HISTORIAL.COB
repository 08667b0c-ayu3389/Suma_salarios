      *          ALTA, BAJA Y MODIFICACION APLICADA, CON LA FECHA DE  *
      *          LA CORRIDA Y LOS VALORES ANTERIORES Y NUEVOS DE      *
      *          SALARIO, DEPARTAMENTO, PUESTO Y STATUS.              *
      *          CADA MOVIMIENTO MUESTRA EL OPERADOR QUE LO CARGO Y EL*
      *          QUE LO APROBO. CON HISTORIAL_OPERADOR LISTA LOS      *
      *          MOVIMIENTOS CARGADOS O APROBADOS POR ESE OPERADOR    *
      *          (DE TODOS LOS EMPLEADOS, O SOLO DEL PEDIDO EN        *
      *          HISTORIAL_NUMERO SI TAMBIEN SE INFORMA).             *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  HISTORIAL

           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORIAL          PIC X(180).

       FD  HISTREP

              10 WS-DES-SALARIO   PIC 9(07)V99.
              10 WS-DES-INGRESO   PIC 9(08).
              10 WS-DES-BAJA      PIC 9(08).
           05 WS-HIS-OPERADOR     PIC X(08).
           05 WS-HIS-APROBADOR    PIC X(08).
           05 WS-HIS-FECHA-EFECTIVA.
              10 WS-HIS-EFE-AAAA  PIC 9(04).
              10 WS-HIS-EFE-MM    PIC 9(02).
              10 WS-HIS-EFE-DD    PIC 9(02).
           05 FILLER              PIC X(10).

       01  WS-CONTROL-LISTADO.
           05 WS-NUMERO-PEDIDO    PIC X(05)    VALUE SPACES.
           05 WS-OPERADOR-PEDIDO  PIC X(08)    VALUE SPACES.
           05 WS-LEIDOS           PIC 9(05)    VALUE 0.
           05 WS-LISTADOS         PIC 9(05)    VALUE 0.

      *LINEAS DEL LISTADO HISTORICO.
       01  WS-HST-TITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-HST-TIT-TEXTO    PIC X(33)    VALUE
              "HISTORIAL DE MOVIMIENTOS EMPLEADO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-HST-TIT-NUMERO   PIC X(08).
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-HST-TIT-DD       PIC 9(02).
           05 WS-HST-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-HST-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(57)    VALUE ' '.

       01  WS-HST-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-HST-DET-NOMBRE   PIC X(30).
           05 FILLER              PIC X(02)    VALUE ' '.

      *SEGUNDA LINEA DE CADA MOVIMIENTO: QUIEN LO CARGO Y QUIEN LO
      *APROBO (EN BLANCO SI NO REQUIRIO SEGUNDO OPERADOR) Y LA FECHA
      *DESDE LA QUE RIGE EL CAMBIO CUANDO ES RETROACTIVO.
       01  WS-HST-DETALLE-2.
           05 FILLER              PIC X(12)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-HST-DET-NUMERO   PIC X(05).
           05 FILLER              PIC X(13)    VALUE "   OPERADOR: ".
           05 WS-HST-DET-OPERADOR PIC X(08).
           05 FILLER              PIC X(14)    VALUE "   APROBADOR: ".
           05 WS-HST-DET-APROBADOR PIC X(08).
           05 WS-HST-DET-RIGE-TXT PIC X(15)    VALUE ' '.
           05 WS-HST-DET-RIGE     PIC X(10)    VALUE ' '.
           05 FILLER              PIC X(25)    VALUE ' '.

       01  WS-HST-RIGE-ED.
           05 WS-HST-RIGE-DD      PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-HST-RIGE-MM      PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-HST-RIGE-AAAA    PIC 9(04).

       01  WS-HST-SIN-MOVS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(44)    VALUE
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT

           IF WS-NUMERO-PEDIDO = SPACES AND
              WS-OPERADOR-PEDIDO = SPACES
                DISPLAY "ERROR: FALTA HISTORIAL_NUMERO (EMPLEADO A "
                     "LISTAR) O HISTORIAL_OPERADOR"
                STOP RUN
           END-IF

           ACCEPT WS-NUMERO-PEDIDO FROM ENVIRONMENT "HISTORIAL_NUMERO"
                ON EXCEPTION
                     MOVE SPACES TO WS-NUMERO-PEDIDO
           END-ACCEPT

           ACCEPT WS-OPERADOR-PEDIDO
                FROM ENVIRONMENT "HISTORIAL_OPERADOR"
                ON EXCEPTION
                     MOVE SPACES TO WS-OPERADOR-PEDIDO
           END-ACCEPT.
       012-EXIT.
           EXIT.

       015-ENCABEZADO.
           IF WS-OPERADOR-PEDIDO NOT = SPACES
                MOVE "HISTORIAL DE MOVIMIENTOS OPERADOR"
                                   TO WS-HST-TIT-TEXTO
                MOVE WS-OPERADOR-PEDIDO TO WS-HST-TIT-NUMERO
           ELSE
                MOVE WS-NUMERO-PEDIDO TO WS-HST-TIT-NUMERO
           END-IF
           MOVE WS-DATE-DD        TO WS-HST-TIT-DD
           MOVE WS-DATE-MM        TO WS-HST-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-HST-TIT-AAAA
           END-READ
           IF WS-FS-HISTORIAL NOT = "10"
                ADD 1              TO WS-LEIDOS
                PERFORM 025-SELECCIONA THRU 025-EXIT
           END-IF.
       020-EXIT.
           EXIT.

      *EL MOVIMIENTO SE LISTA SI ES DEL EMPLEADO PEDIDO (CUANDO SE
      *PIDIO UNO) Y SI EL OPERADOR PEDIDO LO CARGO O LO APROBO
      *(CUANDO SE PIDIO UNO).
       025-SELECCIONA.
           IF WS-NUMERO-PEDIDO NOT = SPACES AND
              WS-HIS-NUMERO NOT = WS-NUMERO-PEDIDO
                GO TO 025-EXIT
           END-IF
           IF WS-OPERADOR-PEDIDO NOT = SPACES AND
              WS-HIS-OPERADOR NOT = WS-OPERADOR-PEDIDO AND
              WS-HIS-APROBADOR NOT = WS-OPERADOR-PEDIDO
                GO TO 025-EXIT
           END-IF
           PERFORM 030-LISTA-MOVIMIENTO THRU 030-EXIT.
       025-EXIT.
           EXIT.

       030-LISTA-MOVIMIENTO.
           MOVE WS-HIS-DD         TO WS-HST-DET-DD
           MOVE WS-HIS-MM         TO WS-HST-DET-MM

           WRITE REG-HISTREP FROM WS-HST-DETALLE
                AFTER ADVANCING 1
           MOVE WS-HIS-NUMERO     TO WS-HST-DET-NUMERO
           MOVE WS-HIS-OPERADOR   TO WS-HST-DET-OPERADOR
           MOVE WS-HIS-APROBADOR  TO WS-HST-DET-APROBADOR
           MOVE SPACES            TO WS-HST-DET-RIGE-TXT
           MOVE SPACES            TO WS-HST-DET-RIGE
           IF WS-HIS-FECHA-EFECTIVA NUMERIC AND
              WS-HIS-FECHA-EFECTIVA NOT = WS-HIS-FECHA
                MOVE "   RIGE DESDE: " TO WS-HST-DET-RIGE-TXT
                MOVE WS-HIS-EFE-DD TO WS-HST-RIGE-DD
                MOVE WS-HIS-EFE-MM TO WS-HST-RIGE-MM
                MOVE WS-HIS-EFE-AAAA TO WS-HST-RIGE-AAAA
                MOVE WS-HST-RIGE-ED TO WS-HST-DET-RIGE
           END-IF
           WRITE REG-HISTREP FROM WS-HST-DETALLE-2
                AFTER ADVANCING 1
           ADD 1                  TO WS-LISTADOS.
       030-EXIT.
           EXIT.
