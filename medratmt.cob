       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedRatMt.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Manutenção das regras de rateio do Media2Num (MEDIARAT, VSAM
       *> KSDS, chave empresa + conta + centro de custo de origem +
       *> centro de custo de destino). Cada regra diz que percentual
       *> do valor acumulado no mês na conta/centro de custo "pool" da
       *> origem vai para um centro de custo operacional, na mesma
       *> empresa e conta; exatamente um destino de cada origem é o
       *> de arredondamento, que recebe a diferença de centavos do
       *> rateio. Função "M" aplica os cartões de MEDRATIN: inclusão
       *> ("A"), correção do percentual e do arredondamento ("C") e
       *> exclusão ("E"); na inclusão e na correção a origem e o
       *> destino precisam existir ativos no plano de contas
       *> (MEDIACOA). Cada manutenção gera uma linha no log de
       *> alterações MEDIARAL com data, hora, iniciais de quem
       *> alterou, ação e chave, como o MEDIACOL do plano de contas.
       *> Depois dos cartões, cada origem é conferida: os destinos
       *> precisam somar 100,00% com um único centro de custo de
       *> arredondamento; origem que não fecha dá RC=4 (o MedRatRn
       *> não rateia a origem até a correção). Função "L" grava em
       *> RATREL a listagem das regras com o total de cada origem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIARAT-FILE ASSIGN TO "MEDIARAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-FS-RAT.

           SELECT MEDIACOA-FILE ASSIGN TO "MEDIACOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-CHAVE
               FILE STATUS IS WS-FS-COA.

           SELECT MEDRATIN-FILE ASSIGN TO "MEDRATIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.

           SELECT MEDIARAL-FILE ASSIGN TO "MEDIARAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT RATREL-FILE ASSIGN TO "RATREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIARAT-FILE.
       01  MEDIARAT-RECORD.
           05  RAT-CHAVE.
               10  RAT-ORIGEM.
                   15  RAT-EMPRESA     PIC X(04).
                   15  RAT-CONTA       PIC X(10).
                   15  RAT-CCUSTO      PIC X(06).
               10  RAT-CCUSTO-DEST PIC X(06).
           05  RAT-PERCENTUAL  PIC 9(03)V99.
           05  RAT-ARREDONDA   PIC X(01).
           05  RAT-DT-ALTERACAO    PIC 9(08).
           05  RAT-INICIAIS    PIC X(03).

       FD  MEDIACOA-FILE.
       01  MEDIACOA-RECORD.
           05  COA-CHAVE.
               10  COA-EMPRESA     PIC X(04).
               10  COA-CONTA       PIC X(10).
               10  COA-CCUSTO      PIC X(06).
           05  COA-ATIVO       PIC X(01).
           05  COA-DT-VIGOR    PIC 9(08).
           05  COA-DESCRICAO   PIC X(20).

       FD  MEDRATIN-FILE.
       01  CRT-RECORD.
           05  CRT-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  CRT-EMPRESA     PIC X(04).
           05  FILLER          PIC X(01).
           05  CRT-CONTA       PIC X(10).
           05  FILLER          PIC X(01).
           05  CRT-CCUSTO      PIC X(06).
           05  FILLER          PIC X(01).
           05  CRT-CCUSTO-DEST PIC X(06).
           05  FILLER          PIC X(01).
           05  CRT-PERC-TXT    PIC X(05).
           05  CRT-PERCENTUAL REDEFINES CRT-PERC-TXT
                               PIC 9(03)V99.
           05  FILLER          PIC X(01).
           05  CRT-ARREDONDA   PIC X(01).
           05  FILLER          PIC X(01).
           05  CRT-INICIAIS    PIC X(03).

       FD  MEDIARAL-FILE.
       01  RAL-RECORD.
           05  RAL-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  RAL-HORA        PIC 9(06).
           05  FILLER          PIC X(01).
           05  RAL-INICIAIS    PIC X(03).
           05  FILLER          PIC X(01).
           05  RAL-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  RAL-EMPRESA     PIC X(04).
           05  FILLER          PIC X(01).
           05  RAL-CONTA       PIC X(10).
           05  FILLER          PIC X(01).
           05  RAL-CCUSTO      PIC X(06).
           05  FILLER          PIC X(01).
           05  RAL-CCUSTO-DEST PIC X(06).
           05  FILLER          PIC X(01).
           05  RAL-PERCENTUAL  PIC 9(03)V99.
           05  FILLER          PIC X(01).
           05  RAL-ARREDONDA   PIC X(01).

       FD  RATREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-RAT           PIC X(02).
       77  WS-FS-COA           PIC X(02).
       77  WS-FS-CRT           PIC X(02).
       77  WS-FS-LOG           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".
       77  WS-REGRA-OK         PIC X(01)    VALUE "N".
       77  WS-LISTAR           PIC X(01)    VALUE "N".

       77  WS-FUNCAO           PIC X(01).
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-HORA-AGORA       PIC 9(06).

       77  WS-APLICADOS        PIC 9(06)    VALUE ZERO.
       77  WS-CARTOES-ERRO     PIC 9(06)    VALUE ZERO.
       77  WS-LISTADAS         PIC 9(06)    VALUE ZERO.
       77  WS-ORIGENS          PIC 9(06)    VALUE ZERO.
       77  WS-ORIGENS-ERRO     PIC 9(06)    VALUE ZERO.

       77  WS-ORIG-ATUAL       PIC X(20)    VALUE SPACES.
       77  WS-ORIG-PERC        PIC 9(05)V99 VALUE ZERO.
       77  WS-ORIG-ARRED       PIC 9(04)    VALUE ZERO.
       77  WS-ORIG-DESTINOS    PIC 9(04)    VALUE ZERO.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "REGRAS DE RATEIO - MEDIA2NUM          ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-RAT-CAB.
           05  FILLER          PIC X(40)    VALUE
               "EMPRESA CONTA      ORIGEM DESTINO  PERC ".
           05  FILLER          PIC X(40)    VALUE
               "ARRED ALTERADO EM INICIAIS              ".
       01  REL-RAT-LIN.
           05  REL-RAT-EMPRESA PIC X(04).
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  REL-RAT-CONTA   PIC X(10).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-RAT-CCUSTO  PIC X(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-RAT-DEST    PIC X(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-RAT-PERC    PIC ZZ9.99.
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-RAT-ARRED   PIC X(01).
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-RAT-DATA    PIC 9(08).
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  REL-RAT-INIC    PIC X(03).
           05  FILLER          PIC X(19)    VALUE SPACES.
       01  REL-RAT-TOTAL.
           05  FILLER          PIC X(27)    VALUE
               "        TOTAL DA ORIGEM".
           05  REL-TOT-PERC    PIC ZZZZ9.99.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-TOT-SITUACAO    PIC X(30).
           05  FILLER          PIC X(13)    VALUE SPACES.

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
                     PERFORM LIST-RULES
                 WHEN OTHER
                     DISPLAY "Função inválida: " WS-FUNCAO
                         ". Informe M ou L."
                     MOVE 8 TO RETURN-CODE
             END-EVALUATE.

             STOP RUN.

       OPEN-MASTER-IO.
             OPEN I-O MEDIARAT-FILE.
             IF WS-FS-RAT = "35"
                 OPEN OUTPUT MEDIARAT-FILE
                 CLOSE MEDIARAT-FILE
                 OPEN I-O MEDIARAT-FILE
             END-IF.
             IF WS-FS-RAT NOT = "00"
                 DISPLAY "Erro ao abrir MEDIARAT, status "
                     WS-FS-RAT "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       OPEN-CHANGE-LOG.
             OPEN EXTEND MEDIARAL-FILE.
             IF WS-FS-LOG = "35"
                 OPEN OUTPUT MEDIARAL-FILE
             END-IF.
             IF WS-FS-LOG NOT = "00"
                 DISPLAY "Erro ao abrir MEDIARAL, status "
                     WS-FS-LOG "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       APPLY-MAINTENANCE.
             PERFORM OPEN-MASTER-IO.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDIACOA-FILE
                 IF WS-FS-COA NOT = "00"
                     DISPLAY "Erro ao abrir MEDIACOA, status "
                         WS-FS-COA "."
                     MOVE 8 TO RETURN-CODE
                     CLOSE MEDIARAT-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-CHANGE-LOG
                 IF RETURN-CODE = 8
                     CLOSE MEDIACOA-FILE
                     CLOSE MEDIARAT-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDRATIN-FILE
                 IF WS-FS-CRT NOT = "00"
                     DISPLAY "Erro ao abrir MEDRATIN, status "
                         WS-FS-CRT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM READ-CARD-RECORD
                     PERFORM APPLY-ONE-CARD
                         UNTIL WS-EOF-FLAG = "S"
                     CLOSE MEDRATIN-FILE
                     DISPLAY WS-APLICADOS " manutenção(ões) "
                         "aplicada(s), " WS-CARTOES-ERRO
                         " cartão(ões) com erro."
                     IF WS-CARTOES-ERRO > 0 AND RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                     MOVE "N" TO WS-LISTAR
                     PERFORM CHECK-RULE-TOTALS
                 END-IF
                 CLOSE MEDIARAL-FILE
                 CLOSE MEDIACOA-FILE
                 CLOSE MEDIARAT-FILE
             END-IF.

       READ-CARD-RECORD.
             READ MEDRATIN-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

      *> O percentual e o indicador de arredondamento só são
      *> exigidos na inclusão e na correção; na exclusão as colunas
      *> podem vir em branco. Arredondamento em branco vale "N".
       APPLY-ONE-CARD.
             IF CRT-ARREDONDA = SPACE
                 MOVE "N" TO CRT-ARREDONDA
             END-IF.
             IF (CRT-ACAO NOT = "A" AND CRT-ACAO NOT = "C"
                     AND CRT-ACAO NOT = "E")
                     OR CRT-INICIAIS = SPACES
                     OR CRT-EMPRESA = SPACES
                     OR CRT-CONTA = SPACES
                     OR CRT-CCUSTO-DEST = SPACES
                     OR (CRT-ACAO NOT = "E"
                         AND (CRT-PERCENTUAL IS NOT NUMERIC
                             OR (CRT-ARREDONDA NOT = "S"
                                 AND CRT-ARREDONDA NOT = "N")))
                 DISPLAY "Cartão de manutenção inválido: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 EVALUATE CRT-ACAO
                     WHEN "A"
                         PERFORM VALIDATE-RULE
                         IF WS-REGRA-OK = "S"
                             PERFORM ADD-RULE
                         END-IF
                     WHEN "C"
                         PERFORM VALIDATE-RULE
                         IF WS-REGRA-OK = "S"
                             PERFORM CHANGE-RULE
                         END-IF
                     WHEN "E"
                         PERFORM DELETE-RULE
                 END-EVALUATE
             END-IF.
             PERFORM READ-CARD-RECORD.

      *> Percentual entre 0,01 e 100,00; destino diferente da
      *> própria origem; origem e destino ativos no plano de contas
      *> na data de hoje, pela mesma regra de vigência do MedCtrMt.
       VALIDATE-RULE.
             MOVE "N" TO WS-REGRA-OK.
             IF CRT-PERCENTUAL = ZERO OR CRT-PERCENTUAL > 100
                 DISPLAY "Percentual fora de 0,01 a 100,00: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 IF CRT-CCUSTO-DEST = CRT-CCUSTO
                     DISPLAY "Destino igual ao centro de custo de "
                         "origem: " CRT-RECORD
                     ADD 1 TO WS-CARTOES-ERRO
                 ELSE
                     MOVE CRT-EMPRESA TO COA-EMPRESA
                     MOVE CRT-CONTA   TO COA-CONTA
                     MOVE CRT-CCUSTO  TO COA-CCUSTO
                     PERFORM CHECK-ACCOUNT-ACTIVE
                     IF WS-REGRA-OK = "S"
                         MOVE CRT-CCUSTO-DEST TO COA-CCUSTO
                         PERFORM CHECK-ACCOUNT-ACTIVE
                     END-IF
                 END-IF
             END-IF.

       CHECK-ACCOUNT-ACTIVE.
             MOVE "N" TO WS-REGRA-OK.
             READ MEDIACOA-FILE
                 INVALID KEY
                     DISPLAY "Conta fora do plano de contas: "
                         COA-CHAVE "."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.
             IF WS-FS-COA = "00"
                 IF (COA-ATIVO = "A"
                         AND COA-DT-VIGOR <= WS-DATA-HOJE)
                     OR (COA-ATIVO NOT = "A"
                         AND COA-DT-VIGOR > WS-DATA-HOJE)
                     MOVE "S" TO WS-REGRA-OK
                 ELSE
                     DISPLAY "Conta inativa no plano de contas: "
                         COA-CHAVE "."
                     ADD 1 TO WS-CARTOES-ERRO
                 END-IF
             END-IF.

       MOVE-CARD-KEY.
             MOVE CRT-EMPRESA     TO RAT-EMPRESA.
             MOVE CRT-CONTA       TO RAT-CONTA.
             MOVE CRT-CCUSTO      TO RAT-CCUSTO.
             MOVE CRT-CCUSTO-DEST TO RAT-CCUSTO-DEST.

       ADD-RULE.
             MOVE SPACES         TO MEDIARAT-RECORD.
             PERFORM MOVE-CARD-KEY.
             MOVE CRT-PERCENTUAL TO RAT-PERCENTUAL.
             MOVE CRT-ARREDONDA  TO RAT-ARREDONDA.
             MOVE WS-DATA-HOJE   TO RAT-DT-ALTERACAO.
             MOVE CRT-INICIAIS   TO RAT-INICIAIS.
             WRITE MEDIARAT-RECORD
                 INVALID KEY
                     DISPLAY "Regra já existe em MEDIARAT: "
                         RAT-CHAVE "; use C."
                     ADD 1 TO WS-CARTOES-ERRO
             END-WRITE.
             IF WS-FS-RAT = "00"
                 ADD 1 TO WS-APLICADOS
                 PERFORM WRITE-CHANGE-LOG
             END-IF.

       READ-RULE.
             PERFORM MOVE-CARD-KEY.
             READ MEDIARAT-FILE
                 INVALID KEY
                     DISPLAY "Regra não encontrada em MEDIARAT: "
                         RAT-CHAVE "."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.

       CHANGE-RULE.
             PERFORM READ-RULE.
             IF WS-FS-RAT = "00"
                 MOVE CRT-PERCENTUAL TO RAT-PERCENTUAL
                 MOVE CRT-ARREDONDA  TO RAT-ARREDONDA
                 MOVE WS-DATA-HOJE   TO RAT-DT-ALTERACAO
                 MOVE CRT-INICIAIS   TO RAT-INICIAIS
                 REWRITE MEDIARAT-RECORD
                     INVALID KEY
                         DISPLAY "Falha ao regravar MEDIARAT, "
                             "status " WS-FS-RAT "; chave "
                             RAT-CHAVE "."
                         MOVE 8 TO RETURN-CODE
                 END-REWRITE
                 IF WS-FS-RAT = "00"
                     ADD 1 TO WS-APLICADOS
                     PERFORM WRITE-CHANGE-LOG
                 END-IF
             END-IF.

       DELETE-RULE.
             PERFORM READ-RULE.
             IF WS-FS-RAT = "00"
                 DELETE MEDIARAT-FILE
                     INVALID KEY
                         DISPLAY "Falha ao excluir de MEDIARAT, "
                             "status " WS-FS-RAT "; chave "
                             RAT-CHAVE "."
                         MOVE 8 TO RETURN-CODE
                 END-DELETE
                 IF WS-FS-RAT = "00"
                     ADD 1 TO WS-APLICADOS
                     PERFORM WRITE-CHANGE-LOG
                 END-IF
             END-IF.

       WRITE-CHANGE-LOG.
             MOVE SPACES          TO RAL-RECORD.
             MOVE WS-DATA-HOJE    TO RAL-DATA.
             MOVE WS-HORA-AGORA   TO RAL-HORA.
             MOVE CRT-INICIAIS    TO RAL-INICIAIS.
             MOVE CRT-ACAO        TO RAL-ACAO.
             MOVE RAT-EMPRESA     TO RAL-EMPRESA.
             MOVE RAT-CONTA       TO RAL-CONTA.
             MOVE RAT-CCUSTO      TO RAL-CCUSTO.
             MOVE RAT-CCUSTO-DEST TO RAL-CCUSTO-DEST.
             MOVE RAT-PERCENTUAL  TO RAL-PERCENTUAL.
             MOVE RAT-ARREDONDA   TO RAL-ARREDONDA.
             WRITE RAL-RECORD.

      *> Conferência das origens, depois da manutenção (WS-LISTAR
      *> "N") e na listagem (WS-LISTAR "S", com as linhas das regras
      *> e o total de cada origem em RATREL). As regras de uma origem
      *> são contíguas na chave do MEDIARAT.
       CHECK-RULE-TOTALS.
             MOVE SPACES TO WS-ORIG-ATUAL.
             MOVE ZERO   TO WS-ORIGENS WS-ORIGENS-ERRO.
             MOVE "N" TO WS-EOF-FLAG.
             MOVE LOW-VALUES TO RAT-CHAVE.
             START MEDIARAT-FILE KEY NOT LESS THAN RAT-CHAVE
                 INVALID KEY
                     MOVE "S" TO WS-EOF-FLAG
             END-START.
             PERFORM CHECK-ONE-RULE
                 UNTIL WS-EOF-FLAG = "S".
             IF WS-ORIG-ATUAL NOT = SPACES
                 PERFORM CLOSE-RULE-SOURCE
             END-IF.
             DISPLAY WS-ORIGENS " origem(ns) de rateio, "
                 WS-ORIGENS-ERRO " sem fechar 100% com um centro de "
                 "custo de arredondamento.".
             IF WS-ORIGENS-ERRO > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
             END-IF.

       CHECK-ONE-RULE.
             READ MEDIARAT-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF RAT-ORIGEM NOT = WS-ORIG-ATUAL
                     IF WS-ORIG-ATUAL NOT = SPACES
                         PERFORM CLOSE-RULE-SOURCE
                     END-IF
                     MOVE RAT-ORIGEM TO WS-ORIG-ATUAL
                     MOVE ZERO TO WS-ORIG-PERC
                     MOVE ZERO TO WS-ORIG-ARRED
                     MOVE ZERO TO WS-ORIG-DESTINOS
                     ADD 1 TO WS-ORIGENS
                 END-IF
                 ADD RAT-PERCENTUAL TO WS-ORIG-PERC
                 ADD 1 TO WS-ORIG-DESTINOS
                 IF RAT-ARREDONDA = "S"
                     ADD 1 TO WS-ORIG-ARRED
                 END-IF
                 IF WS-LISTAR = "S"
                     PERFORM LIST-ONE-RULE
                 END-IF
             END-IF.

       CLOSE-RULE-SOURCE.
             EVALUATE TRUE
                 WHEN WS-ORIG-PERC NOT = 100
                     MOVE "NAO FECHA 100%" TO REL-TOT-SITUACAO
                 WHEN WS-ORIG-ARRED = 0
                     MOVE "SEM CC DE ARREDONDAMENTO"
                         TO REL-TOT-SITUACAO
                 WHEN WS-ORIG-ARRED > 1
                     MOVE "MAIS DE UM CC DE ARREDONDAMENTO"
                         TO REL-TOT-SITUACAO
                 WHEN OTHER
                     MOVE "OK" TO REL-TOT-SITUACAO
             END-EVALUATE.
             IF REL-TOT-SITUACAO NOT = "OK"
                 ADD 1 TO WS-ORIGENS-ERRO
                 DISPLAY "Origem de rateio " WS-ORIG-ATUAL " com "
                     WS-ORIG-DESTINOS " destino(s): "
                     REL-TOT-SITUACAO "."
             END-IF.
             IF WS-LISTAR = "S"
                 MOVE WS-ORIG-PERC TO REL-TOT-PERC
                 MOVE REL-RAT-TOTAL TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
             END-IF.

       LIST-RULES.
             OPEN INPUT MEDIARAT-FILE.
             IF WS-FS-RAT NOT = "00"
                 DISPLAY "Erro ao abrir MEDIARAT, status "
                     WS-FS-RAT "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT RATREL-FILE
                 MOVE WS-DATA-HOJE TO REL-TIT-DATA
                 MOVE REL-TITULO TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE REL-RAT-CAB TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE "S" TO WS-LISTAR
                 PERFORM CHECK-RULE-TOTALS
                 CLOSE RATREL-FILE
                 CLOSE MEDIARAT-FILE
                 DISPLAY "Listagem gravada em RATREL: " WS-LISTADAS
                     " regra(s) de rateio."
             END-IF.

       LIST-ONE-RULE.
             MOVE RAT-EMPRESA      TO REL-RAT-EMPRESA.
             MOVE RAT-CONTA        TO REL-RAT-CONTA.
             MOVE RAT-CCUSTO       TO REL-RAT-CCUSTO.
             MOVE RAT-CCUSTO-DEST  TO REL-RAT-DEST.
             MOVE RAT-PERCENTUAL   TO REL-RAT-PERC.
             MOVE RAT-ARREDONDA    TO REL-RAT-ARRED.
             MOVE RAT-DT-ALTERACAO TO REL-RAT-DATA.
             MOVE RAT-INICIAIS     TO REL-RAT-INIC.
             MOVE REL-RAT-LIN TO REL-RECORD.
             WRITE REL-RECORD.
             ADD 1 TO WS-LISTADAS.

         END PROGRAM MedRatMt.
