      * (DD POSTJRN). Trazado compartido: CALCULADORA graba una línea
      * por posteo (antes/después) y CTABACK lo relee para revertir
      * los posteos posteriores al último punto de control de una
      * corrida caída; HISTMOV copia el diario ya cerrado al
      * histórico de movimientos. Cualquier cambio de trazado exige
      * recompilar los tres programas. Los importes llevan el signo
      * delante y separado para que el que escribe y el que relee
      * vean el mismo número.
      ******************************************************************
      * Tipo de línea: A = alta (la cuenta no existía y el posteo la
      * creó), M = modificación de una cuenta existente, F = cierre
      * (la corrida terminó entera; un diario con cierre no se
      * revierte), R = reinicio (el lote se relanzó desde el punto de
      * control de JRN-TRANSACCION sobre el diario de la corrida
      * caída: los posteos anteriores a esta línea con número mayor
      * que ese punto de control ya los revirtió CTABACK).
           05 JRN-TIPO PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 JRN-TRANSACCION PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-OPERACION PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      * Delta aplicado al saldo (el RESULTADO de la transacción, ya
      * convertido a la moneda de la cuenta) y saldo del maestro
      * antes y después del posteo; la reversión repone el saldo
      * anterior tal cual, sin recalcular.
           05 JRN-DELTA PIC S9(4)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 JRN-FECHA-NEGOCIO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-TIMESTAMP PIC X(14).
      * Conversión de moneda del posteo: moneda de la transacción y de
      * la cuenta, importe en la moneda de la transacción y tipo de
      * cambio aplicado (unidades de la moneda de la cuenta por una
      * de la transacción; 1 si no hubo conversión). JRN-DELTA es
      * siempre el importe convertido, el que movió el saldo, y
      * CTABACK vuelve a probar DELTA = IMPORTE-ORIGINAL x TASA
      * redondeado antes de revertir. Los diarios grabados antes de
      * estos campos traen espacios y se revierten como siempre.
           05 FILLER PIC X VALUE SPACE.
           05 JRN-MONEDA PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-MONEDA-CUENTA PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-IMPORTE-ORIGINAL PIC S9(4)V9(4)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 JRN-TASA PIC 9(5)V9(6).
