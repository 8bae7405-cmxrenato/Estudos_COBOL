       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedFilMt.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Manutenção do cadastro de filiais (MEDIAFIL, VSAM KSDS,
       *> chave código da filial). Para cada filial o cadastro guarda
       *> o nome, a região (código de 4 posições usado nos subtotais
       *> regionais do MEDIAOUT e do MEDIAMES), a situação e a origem
       *> autorizada a transmitir pela filial (a do header do lote no
       *> MEDIAIN). O Media2Num rejeita detalhe de filial fora do
       *> cadastro, inativa ou enviada por outra origem. Função "M"
       *> aplica os cartões de MEDFILIN: inclusão ("A", com nome,
       *> região e origem obrigatórios), troca ("T", só os campos
       *> preenchidos no cartão), desativação ("D") e reativação
       *> ("R"). Cada manutenção gera uma linha no log de alterações
       *> MEDIAFLL com data, hora, iniciais de quem alterou, ação e
       *> o registro como ficou, como o MEDIACTL das contrapartidas.
       *> Função "L" grava em FILREL a listagem do cadastro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIAFIL-FILE ASSIGN TO "MEDIAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WS-FS-FIL.

           SELECT MEDFILIN-FILE ASSIGN TO "MEDFILIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.

           SELECT MEDIAFLL-FILE ASSIGN TO "MEDIAFLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT FILREL-FILE ASSIGN TO "FILREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIAFIL-FILE.
       01  MEDIAFIL-RECORD.
           05  FIL-CODIGO      PIC X(04).
           05  FIL-NOME        PIC X(30).
           05  FIL-REGIAO      PIC X(04).
           05  FIL-ATIVO       PIC X(01).
           05  FIL-ORIGEM      PIC X(08).

       FD  MEDFILIN-FILE.
       01  CRT-RECORD.
           05  CRT-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  CRT-FILIAL      PIC X(04).
           05  FILLER          PIC X(01).
           05  CRT-REGIAO      PIC X(04).
           05  FILLER          PIC X(01).
           05  CRT-ORIGEM      PIC X(08).
           05  FILLER          PIC X(01).
           05  CRT-INICIAIS    PIC X(03).
           05  FILLER          PIC X(01).
           05  CRT-NOME        PIC X(30).

       FD  MEDIAFLL-FILE.
       01  FLL-RECORD.
           05  FLL-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  FLL-HORA        PIC 9(06).
           05  FILLER          PIC X(01).
           05  FLL-INICIAIS    PIC X(03).
           05  FILLER          PIC X(01).
           05  FLL-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  FLL-FILIAL      PIC X(04).
           05  FILLER          PIC X(01).
           05  FLL-REGIAO      PIC X(04).
           05  FILLER          PIC X(01).
           05  FLL-ORIGEM      PIC X(08).
           05  FILLER          PIC X(01).
           05  FLL-ATIVO       PIC X(01).
           05  FILLER          PIC X(01).
           05  FLL-NOME        PIC X(30).

       FD  FILREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-FIL           PIC X(02).
       77  WS-FS-CRT           PIC X(02).
       77  WS-FS-LOG           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".

       77  WS-FUNCAO           PIC X(01).
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-HORA-AGORA       PIC 9(06).

       77  WS-APLICADOS        PIC 9(06)    VALUE ZERO.
       77  WS-CARTOES-ERRO     PIC 9(06)    VALUE ZERO.
       77  WS-LISTADAS         PIC 9(06)    VALUE ZERO.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "CADASTRO DE FILIAIS - MEDIA2NUM       ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-FIL-CAB.
           05  FILLER          PIC X(31)    VALUE
               "FILIAL REGIAO ORIGEM   SIT NOME".
           05  FILLER          PIC X(49)    VALUE SPACES.
       01  REL-FIL-LIN.
           05  REL-FIL-CODIGO  PIC X(04).
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-FIL-REGIAO  PIC X(04).
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-FIL-ORIGEM  PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-FIL-SIT     PIC X(01).
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-FIL-NOME    PIC X(30).
           05  FILLER          PIC X(23)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             ACCEPT WS-HORA-AGORA FROM TIME.
             DISPLAY "Função (M=manutenção / L=listagem): ".
             ACCEPT WS-FUNCAO.

             EVALUATE WS-FUNCAO
                 WHEN "M"
                 WHEN "m"
                     PERFORM APPLY-MAINTENANCE
                 WHEN "L"
                 WHEN "l"
                     PERFORM LIST-BRANCHES
                 WHEN OTHER
                     DISPLAY "Função inválida: " WS-FUNCAO
                         ". Informe M ou L."
                     MOVE 8 TO RETURN-CODE
             END-EVALUATE.

             STOP RUN.

       OPEN-MASTER-IO.
             OPEN I-O MEDIAFIL-FILE.
             IF WS-FS-FIL = "35"
                 OPEN OUTPUT MEDIAFIL-FILE
                 CLOSE MEDIAFIL-FILE
                 OPEN I-O MEDIAFIL-FILE
             END-IF.
             IF WS-FS-FIL NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAFIL, status "
                     WS-FS-FIL "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       OPEN-CHANGE-LOG.
             OPEN EXTEND MEDIAFLL-FILE.
             IF WS-FS-LOG = "35"
                 OPEN OUTPUT MEDIAFLL-FILE
             END-IF.
             IF WS-FS-LOG NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAFLL, status "
                     WS-FS-LOG "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       APPLY-MAINTENANCE.
             PERFORM OPEN-MASTER-IO.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-CHANGE-LOG
                 IF RETURN-CODE = 8
                     CLOSE MEDIAFIL-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDFILIN-FILE
                 IF WS-FS-CRT NOT = "00"
                     DISPLAY "Erro ao abrir MEDFILIN, status "
                         WS-FS-CRT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM READ-CARD-RECORD
                     PERFORM APPLY-ONE-CARD
                         UNTIL WS-EOF-FLAG = "S"
                     CLOSE MEDFILIN-FILE
                     DISPLAY WS-APLICADOS " manutenção(ões) "
                         "aplicada(s), " WS-CARTOES-ERRO
                         " cartão(ões) com erro."
                     IF WS-CARTOES-ERRO > 0 AND RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
                 CLOSE MEDIAFLL-FILE
                 CLOSE MEDIAFIL-FILE
             END-IF.

       READ-CARD-RECORD.
             READ MEDFILIN-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

       APPLY-ONE-CARD.
             IF (CRT-ACAO NOT = "A" AND CRT-ACAO NOT = "T"
                     AND CRT-ACAO NOT = "D" AND CRT-ACAO NOT = "R")
                     OR CRT-INICIAIS = SPACES
                     OR CRT-FILIAL = SPACES
                 DISPLAY "Cartão de manutenção inválido: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 EVALUATE CRT-ACAO
                     WHEN "A"
                         PERFORM ADD-BRANCH
                     WHEN "T"
                         PERFORM CHANGE-BRANCH
                     WHEN "D"
                         PERFORM SET-BRANCH-STATUS
                     WHEN "R"
                         PERFORM SET-BRANCH-STATUS
                 END-EVALUATE
             END-IF.
             PERFORM READ-CARD-RECORD.

      *> Sem região a filial ficaria fora dos subtotais regionais e
      *> sem origem nenhum lote dela passaria no Media2Num; o nome é
      *> o que sai nos extratos e no resumo mensal.
       ADD-BRANCH.
             IF CRT-NOME = SPACES OR CRT-REGIAO = SPACES
                     OR CRT-ORIGEM = SPACES
                 DISPLAY "Inclusão exige nome, região e origem: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 MOVE SPACES     TO MEDIAFIL-RECORD
                 MOVE CRT-FILIAL TO FIL-CODIGO
                 MOVE CRT-NOME   TO FIL-NOME
                 MOVE CRT-REGIAO TO FIL-REGIAO
                 MOVE "A"        TO FIL-ATIVO
                 MOVE CRT-ORIGEM TO FIL-ORIGEM
                 WRITE MEDIAFIL-RECORD
                     INVALID KEY
                         DISPLAY "Filial já cadastrada em MEDIAFIL: "
                             FIL-CODIGO "; use T, D ou R."
                         ADD 1 TO WS-CARTOES-ERRO
                 END-WRITE
                 IF WS-FS-FIL = "00"
                     ADD 1 TO WS-APLICADOS
                     PERFORM WRITE-CHANGE-LOG
                 END-IF
             END-IF.

       CHANGE-BRANCH.
             IF CRT-NOME = SPACES AND CRT-REGIAO = SPACES
                     AND CRT-ORIGEM = SPACES
                 DISPLAY "Troca sem nome, região ou origem: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 MOVE CRT-FILIAL TO FIL-CODIGO
                 READ MEDIAFIL-FILE
                     INVALID KEY
                         DISPLAY "Filial não cadastrada em MEDIAFIL: "
                             FIL-CODIGO "; use A."
                         ADD 1 TO WS-CARTOES-ERRO
                 END-READ
                 IF WS-FS-FIL = "00"
                     IF CRT-NOME NOT = SPACES
                         MOVE CRT-NOME TO FIL-NOME
                     END-IF
                     IF CRT-REGIAO NOT = SPACES
                         MOVE CRT-REGIAO TO FIL-REGIAO
                     END-IF
                     IF CRT-ORIGEM NOT = SPACES
                         MOVE CRT-ORIGEM TO FIL-ORIGEM
                     END-IF
                     PERFORM REWRITE-BRANCH
                 END-IF
             END-IF.

       SET-BRANCH-STATUS.
             MOVE CRT-FILIAL TO FIL-CODIGO.
             READ MEDIAFIL-FILE
                 INVALID KEY
                     DISPLAY "Filial não cadastrada em MEDIAFIL: "
                         FIL-CODIGO "."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.
             IF WS-FS-FIL = "00"
                 IF CRT-ACAO = "D"
                     MOVE "I" TO FIL-ATIVO
                 ELSE
                     MOVE "A" TO FIL-ATIVO
                 END-IF
                 PERFORM REWRITE-BRANCH
             END-IF.

       REWRITE-BRANCH.
             REWRITE MEDIAFIL-RECORD
                 INVALID KEY
                     DISPLAY "Falha ao regravar MEDIAFIL, "
                         "status " WS-FS-FIL "; chave "
                         FIL-CODIGO "."
                     MOVE 8 TO RETURN-CODE
             END-REWRITE.
             IF WS-FS-FIL = "00"
                 ADD 1 TO WS-APLICADOS
                 PERFORM WRITE-CHANGE-LOG
             END-IF.

       WRITE-CHANGE-LOG.
             MOVE SPACES        TO FLL-RECORD.
             MOVE WS-DATA-HOJE  TO FLL-DATA.
             MOVE WS-HORA-AGORA TO FLL-HORA.
             MOVE CRT-INICIAIS  TO FLL-INICIAIS.
             MOVE CRT-ACAO      TO FLL-ACAO.
             MOVE FIL-CODIGO    TO FLL-FILIAL.
             MOVE FIL-REGIAO    TO FLL-REGIAO.
             MOVE FIL-ORIGEM    TO FLL-ORIGEM.
             MOVE FIL-ATIVO     TO FLL-ATIVO.
             MOVE FIL-NOME      TO FLL-NOME.
             WRITE FLL-RECORD.

       LIST-BRANCHES.
             OPEN INPUT MEDIAFIL-FILE.
             IF WS-FS-FIL NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAFIL, status "
                     WS-FS-FIL "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT FILREL-FILE
                 MOVE WS-DATA-HOJE TO REL-TIT-DATA
                 MOVE REL-TITULO TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE REL-FIL-CAB TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LIST-ONE-BRANCH
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE FILREL-FILE
                 CLOSE MEDIAFIL-FILE
                 DISPLAY "Listagem gravada em FILREL: " WS-LISTADAS
                     " filial(is)."
             END-IF.

       LIST-ONE-BRANCH.
             READ MEDIAFIL-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 MOVE FIL-CODIGO TO REL-FIL-CODIGO
                 MOVE FIL-REGIAO TO REL-FIL-REGIAO
                 MOVE FIL-ORIGEM TO REL-FIL-ORIGEM
                 MOVE FIL-ATIVO  TO REL-FIL-SIT
                 MOVE FIL-NOME   TO REL-FIL-NOME
                 MOVE REL-FIL-LIN TO REL-RECORD
                 WRITE REL-RECORD
                 ADD 1 TO WS-LISTADAS
             END-IF.

         END PROGRAM MedFilMt.
