      *SHARED RUNNING BALANCE UPDATE AREA - PASSED TO/FROM ACT-SAL
      *EL PROGRAMA QUE POSTEA PASA LA FUNCION, EL CLIENTE Y LOS
      *DATOS DEL MOVIMIENTO TAL COMO QUEDARON EN TRXCLI (O EL MONTO
      *DE LA RETENCION, O EL LIMITE NUEVO). "M" APLICA UN MOVIMIENTO
      *POSTEADO CON EL SIGNO DE SU TIPO EN CATTRX, "D" LO DESHACE
      *(EL MOVIMIENTO SALIO DEL CLIENTE), "R" APARTA UNA RETENCION,
      *"L" LA LIBERA, "X" CAMBIA EL LIMITE PERMANENTE, "C" SOLO
      *CONSULTA Y "F" CIERRA EL MAESTRO AL TERMINAR LA CORRIDA.
      *REGRESA "A" CON LA POSICION DEL CLIENTE YA ACTUALIZADA, "N"
      *SI UNA CONSULTA NO ENCUENTRA AL CLIENTE Y "R" SI NO HAY
      *MAESTRO DE SALDOS.
        03 FUNCION-SV          PIC X(01).
           88 SALDO-MOVIMIENTO-SV   VALUE "M".
           88 SALDO-DESHACE-SV      VALUE "D".
           88 SALDO-RETIENE-SV      VALUE "R".
           88 SALDO-LIBERA-SV       VALUE "L".
           88 SALDO-LIMITE-SV       VALUE "X".
           88 SALDO-CONSULTA-SV     VALUE "C".
           88 SALDO-CIERRA-SV       VALUE "F".
        03 PROGRAMA-SV         PIC X(08).
        03 ID-CLIENTE-SV       PIC 9(06).
        03 FECHA-SV            PIC 9(08).
        03 TIPO-TRX-SV         PIC X(03).
        03 DESCRIPCION-SV      PIC X(20).
        03 MONTO-SV            PIC 9(09)V99.
        03 RESULTADO-SV        PIC X(01).
           88 SALDO-APLICADO-SV     VALUE "A".
        03 SALDO-ACTUAL-SV     PIC S9(09)V99.
        03 RETENIDO-SV         PIC 9(09)V99.
        03 DISPONIBLE-SV       PIC S9(09)V99.
        03 VENCIDO-SV          PIC 9(09)V99.
        03 FECHA-ULT-PAGO-SV   PIC 9(08).
        03 MONTO-ULT-PAGO-SV   PIC 9(07)V99.
