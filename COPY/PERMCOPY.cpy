      *SHARED PERMISSION TABLE LAYOUT - PERMISOS FAMILY
      *UN RENGLON POR ROL Y PROGRAMA CON LAS FUNCIONES QUE EL ROL
      *PUEDE EJECUTAR EN ESE PROGRAMA. UN PROGRAMA QUE NO APARECE
      *PARA NINGUNO DE LOS ROLES DEL OPERADOR LE QUEDA PROHIBIDO.
      *LO MANTIENE MAN-PER; SEC-OPER LO CARGA AL FIRMAR Y REP-SOD
      *LO CRUZA PARA LA SEGREGACION DE FUNCIONES.
        03 PERMISO-KEY.
           05 ROL-PE           PIC X(08).
      *"*" EN EL PROGRAMA LO HACE VALER PARA TODOS LOS PROGRAMAS.
           05 PROGRAMA-PE      PIC X(08).
      *LETRAS DE FUNCION: E EJECUTAR EL PROGRAMA, C CONSULTA, A ALTA,
      *M MODIFICACION, B BAJA, S SOLICITAR, P APROBAR O RESOLVER,
      *V VER DATO SENSIBLE COMPLETO. "*" DA TODAS LAS FUNCIONES.
        03 FUNCIONES-PE        PIC X(10).
        03 FECHA-ALTA-PE       PIC 9(08).
        03 CAPTURO-PE          PIC X(08).
