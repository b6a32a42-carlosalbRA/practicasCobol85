        03 NIVEL-OPERADOR-F    PIC 9(01).
        03 FIRMA-OK-F          PIC 9(01).
        03 SUCURSAL-F          PIC 9(02).
      *PROGRAMA QUE PIDE LA FIRMA; EL LLAMADOR LO MUEVE ANTES DE
      *LLAMAR A SEC-OPER. AL OPERADOR CON ROLES SE LE NIEGA LA FIRMA
      *EN UN PROGRAMA QUE NINGUNO DE SUS ROLES INCLUYE.
        03 PROGRAMA-F          PIC X(08).
      *1 SI EL OPERADOR TIENE ROLES ASIGNADOS; 0 SI SIGUE CON EL
      *ESQUEMA ANTERIOR Y SOLO CUENTA SU NIVEL.
        03 TIENE-ROLES-F       PIC 9(01).
           88 FIRMA-CON-ROLES      VALUE 1.
      *PERMISOS QUE SUMAN TODOS SUS ROLES, UN RENGLON POR PROGRAMA
      *CON LAS LETRAS DE FUNCION AUTORIZADAS (VER PERMCOPY).
        03 CUENTA-PERM-F       PIC 9(02).
        03 PERMISO-F OCCURS 40 TIMES.
           05 PROGRAMA-PF      PIC X(08).
           05 FUNCIONES-PF     PIC X(10).
      *CONSULTA A SEC-PERM: EL PROGRAMA PONE LA FUNCION QUE VA A
      *EJECUTAR Y EL NIVEL QUE LA PERMITIA EN EL ESQUEMA ANTERIOR;
      *LA RUTINA REGRESA PERMITIDO-F EN 1 O EN 0.
        03 FUNCION-SOL-F       PIC X(01).
        03 NIVEL-SOL-F         PIC 9(01).
        03 PERMITIDO-F         PIC 9(01).
