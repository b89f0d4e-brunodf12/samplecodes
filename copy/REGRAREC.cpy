      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Shared layout of a validation rule line
      *>             (validanumerosaida.rules and the staged
      *>             candidate), pulled out of ValidaNumeroSaida now
      *>             that AvaliaRegrasNumero evaluates it and
      *>             SimulaRegrasValidacao / PromoveRegrasValidacao
      *>             read both files. B = valor/faixa bloqueada,
      *>             M = minimo de digitos (em WS-RGR-VALOR1),
      *>             F = faixa permitida; WS-RGR-MOTIVO e o texto
      *>             devolvido quando a regra rejeita. Lines of any
      *>             other type are ignored.

       01  WS-REGRA-REG.
           05  WS-RGR-TIPO           PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RGR-VALOR1         PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RGR-VALOR2         PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RGR-MOTIVO         PIC X(40).
