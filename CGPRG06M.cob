      *                          1 MESTRE PARA N HISTORICOS (CADA
      *                          DISCIPLINA E CONFERIDA) E A
      *                          DISCIPLINA SAI NA LISTAGEM
      *  V05    10/2026  010044  LAYOUTS ACOMPANHAM O ARQ-MESTRE
      *                          COM A SITUACAO DA MATRICULA
      *                          (MF-SITUACAO-MAT E DATA - RSPRG005)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  MF-ULT-MEDIA           PIC 9(02)V99.
           05  MF-MEDIA-HISTORICA     PIC 9(02)V99.
           05  MF-SIT-FINAL           PIC X(20).
           05  MF-SITUACAO-MAT        PIC X(01).
               88  MF-ALUNO-ATIVO               VALUE 'A' ' '.
               88  MF-ALUNO-TRANCADO            VALUE 'R'.
               88  MF-ALUNO-BLOQUEADO           VALUE 'R' 'C' 'X'.
           05  MF-DATA-SITUACAO       PIC 9(08).

      *-----> HISTORICO ANUAL - MANTIDO PELO RSPRG003 (MESMO LAYOUT)
       FD  ARQ-HIST-ANUAL
