      * SALDOS DEVEDORES DE PACIENTES (ARQUIVO INDEXADO DEBPAC.DAT)    *
      * LANCADO NO CHECK-IN QUANDO O PACIENTE NAO PAGA A CONSULTA      *
      * INTEIRA; O SALDO AVISA NO AGENDAMENTO E NO CHECK-IN E E        *
      * QUITADO NA TELA DE SALDOS OU PELO RETORNO DO BOLETO            *
      * NOSSONUM-DB = ULTIMO BOLETO EMITIDO PARA O DEBITO (ZERO = SEM  *
      * BOLETO)                                                        *
      *----------------------------------------------------------------
       FD DEBPAC
               LABEL RECORD IS STANDARD
          03 SIT-DB                PIC X(01).
             88 DB-ABERTO          VALUE "A".
             88 DB-QUITADO         VALUE "Q".
          03 NOSSONUM-DB           PIC 9(10).
