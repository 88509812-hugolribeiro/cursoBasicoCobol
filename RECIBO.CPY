             88 REC-NFSE-EXPORTADA VALUE "S".
      *   TURNO DE CAIXA ABERTO DO OPERADOR QUE EMITIU O RECIBO
          03 TURNO-REC             PIC 9(06).
      *   ESTORNO DO RECIBO (SUPERVISIONADO): O RECIBO ESTORNADO
      *   FICA NO ARQUIVO COM O MOTIVO, O SUPERVISOR E A DATA, E
      *   SAI DE TODAS AS APURACOES DE CAIXA E DA DECLARACAO
          03 SIT-REC               PIC X(01).
             88 REC-ESTORNADO      VALUE "E".
          03 MOTEST-REC            PIC X(30).
          03 SUPEST-REC            PIC X(08).
          03 DATAEST-REC           PIC 9(08).
      *   MARCA DE EXPORTACAO DO CANCELAMENTO DA NFS-E DO RECIBO
      *   ESTORNADO QUE JA TINHA SAIDO NO ARQUIVO DA PREFEITURA
          03 NFSECANC-REC          PIC X(01).
             88 REC-CANC-EXPORTADO VALUE "S".
      *   RECIBO DE VENDA DE PACOTE DE SESSOES (SEM CONSULTA; A
      *   HORA DA CONSULTA FICA ZERADA COMO NA QUITACAO DE SALDO)
          03 TIPO-REC              PIC X(01).
             88 REC-PACOTE         VALUE "P".
      *   UNIDADE (FILIAL) DO TURNO DE CAIXA QUE EMITIU O RECIBO
          03 UNID-REC              PIC 9(02).
