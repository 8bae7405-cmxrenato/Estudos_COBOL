       *> passada no MEDIAOUT por filial (a lista de filiais vem das
       *> linhas "S"). Sai na distribuição da manhã no lugar das
       *> ligações dos coordenadores para a operação.
       *> 2026-10-15 Renato - motivo "K" (conta sem contrapartida
       *> ativa em MEDIACTR) por extenso nos rejeitados.
       *> 2026-10-15 Renato - motivos "F" (competência fechada no
       *> MEDIAPER) e "P" (competência não aberta) por extenso.
       *> 2026-10-15 Renato - motivo "G" (rejeitado pelo GL e
       *> devolvido pelo MedGlRet) por extenso.
       *> 2026-10-15 Renato - nome e região da filial, lidos do
       *> cadastro MEDIAFIL, numa segunda linha do cabeçalho de cada
       *> página; motivos "U" (filial não cadastrada), "I" (filial
       *> inativa) e "O" (origem não autorizada) por extenso; até
       *> 200 filiais por geração, como no Media2Num.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

           SELECT MEDIAFIL-FILE ASSIGN TO "MEDIAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WS-FS-FIL.

           SELECT EXTREL-FILE ASSIGN TO "EXTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
               10  REJ-IMG-FILIAL  PIC X(04).
               10  FILLER          PIC X(185).

       FD  MEDIAFIL-FILE.
       01  MEDIAFIL-RECORD.
           05  FIL-CODIGO      PIC X(04).
           05  FIL-NOME        PIC X(30).
           05  FIL-REGIAO      PIC X(04).
           05  FIL-ATIVO       PIC X(01).
           05  FIL-ORIGEM      PIC X(08).

       FD  EXTREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MAX-FILIAIS      PIC 9(03)    VALUE 200.
       77  WS-LINHAS-PAGINA    PIC 9(02)    VALUE 55.
       77  WS-FS-OUT           PIC X(02).
       77  WS-FS-REJ           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-FS-FIL           PIC X(02).
       77  WS-FIL-CAD-ATIVO    PIC X(01)    VALUE "N".
       77  WS-EOF-FLAG         PIC X(01).

       01  WS-FILIAL-TAB.
           05  WS-FILIAL-ENT   OCCURS 200 TIMES.
               10  WS-FIL-CODIGO   PIC X(04).
       77  WS-FIL-QTD          PIC 9(03)    VALUE ZERO.
       77  WS-FIL-IDX          PIC 9(03).
       77  WS-FIL-LISTA        PIC 9(03).
       77  WS-FIL-ACHOU        PIC X(01).
       77  WS-FIL-CHEIA-AVISO  PIC X(01)    VALUE "N".
       77  WS-FIL-ATUAL        PIC X(04).
       77  WS-FIL-NOME-ATUAL   PIC X(30).
       77  WS-FIL-REGIAO-ATUAL PIC X(04).

       77  WS-DATA-PROC        PIC 9(08)    VALUE ZERO.
       77  WS-PAGINA           PIC 9(04).
           05  FILLER          PIC X(10)    VALUE "   PAGINA ".
           05  REL-CAB-PAGINA  PIC ZZZ9.
           05  FILLER          PIC X(08)    VALUE SPACES.
       01  REL-CAB-CADASTRO.
           05  FILLER          PIC X(16)    VALUE
               "NOME DA FILIAL: ".
           05  REL-CAB-NOME    PIC X(30).
           05  FILLER          PIC X(10)    VALUE "  REGIAO: ".
           05  REL-CAB-REGIAO  PIC X(04).
           05  FILLER          PIC X(20)    VALUE SPACES.
       01  REL-PROC-CAB.
           05  FILLER          PIC X(46)    VALUE
               "REGISTRO   QTD        SOMA          MEDIA     ".
                     MOVE 4 TO RETURN-CODE
                 END-IF
             ELSE
                 PERFORM OPEN-BRANCH-MASTER
                 OPEN OUTPUT EXTREL-FILE
                 PERFORM PRINT-BRANCH-STATEMENT
                     VARYING WS-FIL-LISTA FROM 1 BY 1
                     UNTIL WS-FIL-LISTA > WS-FIL-QTD
                 CLOSE EXTREL-FILE
                 IF WS-FIL-CAD-ATIVO = "S"
                     CLOSE MEDIAFIL-FILE
                 END-IF
                 DISPLAY "Extratos gravados em EXTREL: "
                     WS-FIL-QTD " filial(is)."
             END-IF.

             STOP RUN.

      *> Sem o cadastro os extratos saem do mesmo jeito, só sem o
      *> nome e a região da filial no cabeçalho.
       OPEN-BRANCH-MASTER.
             OPEN INPUT MEDIAFIL-FILE.
             IF WS-FS-FIL = "00"
                 MOVE "S" TO WS-FIL-CAD-ATIVO
             ELSE
                 DISPLAY "Aviso: MEDIAFIL indisponível, status "
                     WS-FS-FIL "; extratos sem o nome da filial."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       LOAD-BRANCH-LIST.
             OPEN INPUT MEDIAOUT-FILE.
             IF WS-FS-OUT NOT = "00"

       PRINT-BRANCH-STATEMENT.
             MOVE WS-FIL-CODIGO (WS-FIL-LISTA) TO WS-FIL-ATUAL.
             PERFORM READ-BRANCH-MASTER.
             MOVE SPACE TO WS-SECAO.
             MOVE ZERO TO WS-PAGINA WS-PAG-REGS WS-PAG-SOMA.
             MOVE ZERO TO WS-FIL-REGS WS-FIL-SOMA WS-FIL-REJS.
             PERFORM PRINT-REJECTED-SECTION.
             PERFORM WRITE-PAGE-TOTAL.

       READ-BRANCH-MASTER.
             MOVE SPACES TO WS-FIL-NOME-ATUAL WS-FIL-REGIAO-ATUAL.
             IF WS-FIL-CAD-ATIVO = "S"
                 MOVE WS-FIL-ATUAL TO FIL-CODIGO
                 READ MEDIAFIL-FILE
                     INVALID KEY
                         MOVE "NAO CADASTRADA" TO WS-FIL-NOME-ATUAL
                 END-READ
                 IF WS-FS-FIL = "00"
                     MOVE FIL-NOME   TO WS-FIL-NOME-ATUAL
                     MOVE FIL-REGIAO TO WS-FIL-REGIAO-ATUAL
                 END-IF
             END-IF.

       START-NEW-PAGE.
             IF WS-PAGINA > 0
                 PERFORM WRITE-PAGE-TOTAL
             MOVE WS-PAGINA    TO REL-CAB-PAGINA.
             MOVE REL-CABECALHO TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-FIL-NOME-ATUAL   TO REL-CAB-NOME.
             MOVE WS-FIL-REGIAO-ATUAL TO REL-CAB-REGIAO.
             MOVE REL-CAB-CADASTRO TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE 3 TO WS-LINHA.
             IF WS-SECAO = "P"
                 PERFORM WRITE-PROCESSED-HEADING
             END-IF.
                 WHEN "E"
                     MOVE "VALOR CONVERTIDO ACIMA DO LIMITE"
                         TO REL-REJ-TEXTO
                 WHEN "K"
                     MOVE "CONTA SEM CONTRAPARTIDA NO GL"
                         TO REL-REJ-TEXTO
                 WHEN "F"
                     MOVE "COMPETENCIA CONTABIL FECHADA"
                         TO REL-REJ-TEXTO
                 WHEN "P"
                     MOVE "COMPETENCIA NAO ABERTA"
                         TO REL-REJ-TEXTO
                 WHEN "G"
                     MOVE "REJEITADO PELO GL"
                         TO REL-REJ-TEXTO
                 WHEN "U"
                     MOVE "FILIAL NAO CADASTRADA"
                         TO REL-REJ-TEXTO
                 WHEN "I"
                     MOVE "FILIAL INATIVA NO CADASTRO"
                         TO REL-REJ-TEXTO
                 WHEN "O"
                     MOVE "ORIGEM NAO AUTORIZADA P/ A FILIAL"
                         TO REL-REJ-TEXTO
                 WHEN OTHER
                     MOVE "MOTIVO NAO CATALOGADO"
                         TO REL-REJ-TEXTO
