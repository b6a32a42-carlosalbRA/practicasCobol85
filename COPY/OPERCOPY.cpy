           88 OPER-ACTIVO          VALUE "A".
      *SUCURSAL A LA QUE PERTENECE EL OPERADOR.
        03 SUCURSAL-OPER       PIC 9(02).
      *CONTROL DE LA FIRMA ENTRE LLAMADAS: LOS INTENTOS FALLIDOS SE
      *ACUMULAN EN EL MAESTRO (NO SE REINICIAN EN CADA PROGRAMA) Y AL
      *LLEGAR AL TOPE EL OPERADOR QUEDA BLOQUEADO HASTA QUE UN
      *ADMINISTRADOR LO DESBLOQUEE EN MAN-OPE. UNA FIRMA CORRECTA
      *REGRESA EL CONTADOR A CERO.
        03 INTENTOS-FALLIDOS-OPER PIC 9(02).
        03 BLOQUEADO-OPER      PIC X(01).
           88 OPER-BLOQUEADO       VALUE "S".
        03 FECHA-BLOQUEO-OPER  PIC 9(08).
        03 FECHA-ULT-FIRMA-OPER PIC 9(08).
      *LA CLAVE VENCE EN ESTA FECHA Y SEC-OPER OBLIGA A CAMBIARLA;
      *CERO LA DA POR VENCIDA (OPERADOR NUEVO O CLAVE RESTABLECIDA
      *POR EL ADMINISTRADOR).
        03 FECHA-VENCE-CLAVE-OPER PIC 9(08).
      *ULTIMAS CLAVES USADAS, LA MAS RECIENTE PRIMERO: NINGUNA SE
      *PUEDE VOLVER A USAR MIENTRAS SIGA EN LA LISTA.
        03 HISTORIA-CLAVES-OPER.
           05 CLAVE-ANT-OPER   PIC X(08) OCCURS 5 TIMES.
      *ROLES DEL OPERADOR (VER PERMCOPY). SIN NINGUNO EL OPERADOR
      *SIGUE TRABAJANDO SOLO CON SU NIVEL, COMO ANTES DE LOS ROLES.
        03 ROLES-OPER.
           05 ROL-OPER         PIC X(08) OCCURS 3 TIMES.
