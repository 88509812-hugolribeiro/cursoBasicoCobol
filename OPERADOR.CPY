      *----------------------------------------------------------------
      * CADASTRO DE OPERADORES DO SISTEMA (ARQUIVO OPERADOR.DAT)       *
      * LOGIN, SENHA E PERFIL DE PERMISSAO POR OPCAO DO MENU (A        *
      * POSICAO N DO PERFIL LIBERA A OPCAO N QUANDO CONTEM "S"; AS     *
      * OPCOES 71 A 99 FICAM NA SEGUNDA PARTE DO PERFIL)               *
      *----------------------------------------------------------------
       FD OPERADOR
               LABEL RECORD IS STANDARD
          03 COD-OPER              PIC X(08).
          03 NOME-OPER             PIC X(30).
          03 SENHA-OPER            PIC X(08).
          03 PERM-OPER             PIC X(99).
          03 PERM-OPER-RD REDEFINES PERM-OPER.
             05 PERM-OPER1         PIC X(70).
             05 PERM-OPER2         PIC X(29).
          03 SIT-OPER              PIC X(01).
             88 OPER-ATIVO         VALUE "A".
             88 OPER-INATIVO       VALUE "I".
      *   SUPERVISOR DE CAIXA: AUTORIZA NA HORA, COM O PROPRIO
      *   CODIGO E SENHA, OPERACOES QUE O OPERADOR NAO FAZ SOZINHO
          03 SUPERV-OPER           PIC X(01).
             88 OPER-SUPERVISOR    VALUE "S".
      *   TETO DE DESCONTO (PERCENTUAL) QUE O OPERADOR CONCEDE SEM
      *   AUTORIZACAO; ACIMA DELE O CAIXA PEDE UM SUPERVISOR
          03 TETODESC-OPER         PIC 9(03)V99.
      *   UNIDADE (FILIAL) EM QUE O OPERADOR TRABALHA; OS TURNOS DE
      *   CAIXA QUE ELE ABRE FICAM NESSA UNIDADE
          03 UNID-OPER             PIC 9(02).
