          03 CODPAC-ARC            PIC 9(06).
          03 CODIGO-ARC            PIC 9(06).
          03 STATUS-ARC            PIC X(01).
          03 COMPL-ARC             PIC X(64).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
