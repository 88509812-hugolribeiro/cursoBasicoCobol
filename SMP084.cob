      *  OPERADOR DECLARA O DINHEIRO CONTADO ANTES DE   *
      *  VER OS TOTAIS DO SISTEMA, QUE SAEM POR FORMA   *
      *  DE PAGAMENTO COM A DIFERENCA NO DEMONSTRATIVO; *
      *  O HISTORICO DE TURNOS FICA NO ARQUIVO; O TURNO *
      *  E ABERTO NA UNIDADE DO OPERADOR)               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

       SELECT OPERADOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPER
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY "TURNO.CPY".
       COPY "RECIBO.CPY".
       COPY "NUMCTL.CPY".
       COPY "OPERADOR.CPY".
      *
       FD CADTUR
               LABEL RECORD IS STANDARD
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-UNIDADE     PIC 9(02) VALUE ZEROS.
       01 W-TURNOAB     PIC 9(06) VALUE ZEROS.
       01 W-PROXTURNO   PIC 9(06) VALUE ZEROS.
       01 W-DECLDIN     PIC 9(08)V99 VALUE ZEROS.
           05  OPERTTX  VALUE SPACES  PIC X(08).
           05  FILLER                 PIC X(010) VALUE "   DATA : ".
           05  DATATTX  VALUE ZEROS  PIC 99999999.
           05  FILLER                 PIC X(013) VALUE
           "   UNIDADE : ".
           05  UNIDTTX  VALUE ZEROS  PIC 99.

       01  LINFORMA.
           05  FORMATX    VALUE SPACES  PIC X(020).
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT OPERADOR
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO OPERADOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    UNIDADE EM QUE O OPERADOR TRABALHA (CADASTRO)
           MOVE W-OPERADOR TO COD-OPER
           READ OPERADOR
               INVALID KEY
                  MOVE ZEROS TO UNID-OPER.
           MOVE UNID-OPER TO W-UNIDADE
           CLOSE OPERADOR

           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY TELA1
           DISPLAY (04, 03) "OPERADOR: " W-OPERADOR
                            "   UNIDADE: " W-UNIDADE
           DISPLAY (23, 12)
                "A=ABRIR TURNO  F=FECHAR TURNO  H=HISTORICO  X=SAIR"
           ACCEPT (23, 64) W-OPCAO
           MOVE W-AGORA-HHMM  TO HORAABERT-TU
           MOVE ZEROS         TO DATAFECH-TU HORAFECH-TU DECLDIN-TU
           MOVE "A"           TO SIT-TU
           MOVE W-UNIDADE     TO UNID-TU
           WRITE REGTURNO
           IF ST-ERRO = "00" OR "02"
                DISPLAY (06, 03) "TURNO ABERTO: " SEQ-TU
                     GO TO APURA-TURNO-FIM.
           IF TURNO-REC NOT = W-TURNOAB
                GO TO APURA-TURNO-LOOP.
           IF REC-ESTORNADO
                GO TO APURA-TURNO-LOOP.
           ADD 1 TO W-QTDREC
           IF VALOR-PG(1) > ZEROS
                PERFORM APURA-FORMAS THRU APURA-FORMAS-FIM
           WRITE REGTUR FROM CABTUR1
           MOVE W-OPERADOR TO OPERTTX
           MOVE W-HOJE     TO DATATTX
           MOVE UNID-TU    TO UNIDTTX
           WRITE REGTUR FROM CABTUR2
           MOVE SPACES TO REGTUR
           WRITE REGTUR
