      ******************************************************************
      * MNTREG - Orden de mantenimiento del maestro de cuentas (DD
      * MANTCTA), una por registro. Trazado compartido: lo lee
      * CUENTMNT y lo escribe cualquier paso que proponga órdenes, así
      * que cualquier cambio de trazado exige recompilar todos los
      * programas que lo copian; los campos existentes no se mueven de
      * posición, lo nuevo se añade siempre al final.
      *
      * Acción A = alta, M = modificación, B = baja (inactivar),
      * R = reactivar, C = consulta, L = listado completo (sin
      * cuenta), V = visto bueno y D = denegación de una orden
      * pendiente de aprobación (por su referencia). En A y M los
      * campos de valor en espacios significan "sin cambio" (en el
      * alta, cero / fecha de negocio).
      ******************************************************************
       01  MNT-REGISTRO.
           05 MNT-ACCION PIC X.
           05 MNT-CUENTA PIC X(8).
           05 MNT-OPERADOR PIC X(8).
           05 MNT-SALDO-X PIC X(16).
           05 MNT-OPERACIONES-X PIC X(7).
           05 MNT-FECHA-X PIC X(8).
      * Solo en V y D: referencia aaaammddnnnn que CUENTMNT dio a la
      * orden al dejarla pendiente.
           05 MNT-REFERENCIA PIC X(12).
      * Solo en A: moneda en que se llevará la cuenta (código de tres
      * letras); espacios = moneda de la casa. La moneda de una cuenta
      * no se cambia después del alta.
           05 MNT-MONEDA PIC X(3).
