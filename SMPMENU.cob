       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-OPERADOR  PIC X(08) VALUE SPACES.
       01 W-SENHA     PIC X(08) VALUE SPACES.
       01 W-PERMISSOES PIC X(99) VALUE SPACES.
       01 W-PERMISSOES-RD REDEFINES W-PERMISSOES.
          03 W-PERM-OPC PIC X(01) OCCURS 99 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALOGIN.
           MOVE "MASTER"   TO SENHA-OPER
           MOVE ALL "S"    TO PERM-OPER
           MOVE "A"        TO SIT-OPER
           MOVE "S"        TO SUPERV-OPER
           MOVE 100        TO TETODESC-OPER
           MOVE 1          TO UNID-OPER
           WRITE REGOPER
           MOVE "*** OPERADOR MASTER CRIADO (TROCAR A SENHA) ***"
                                                        TO MENS
