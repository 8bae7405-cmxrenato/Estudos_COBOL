       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedOrcVr.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Relatório mensal orçado x realizado por centro de custo. O
       *> orçado vem do MEDIAORC (mantido pelo MedOrcMt) e o realizado
       *> dos resumos "C" do histórico MEDIAVSM da competência, lidos
       *> pelo caminho alternativo por filial + empresa + conta +
       *> centro de custo (AIX definida no job MEDIAVSM) e somados de
       *> todas as filiais; resumo estornado pelo MedEstrn (situação
       *> "E") não entra. As linhas são agrupadas numa tabela em
       *> ordem de empresa + centro de custo + conta e gravadas em
       *> VARREL com a variação absoluta (realizado - orçado) e
       *> percentual sobre o orçado; variação percentual acima da
       *> tolerância do cartão, para mais ou para menos, sai marcada
       *> "*FORA", e realizado sem orçamento sai "*SEM ORC". Subtotais
       *> por centro de custo e por empresa e total geral no fim.
       *> Cartões do SYSIN: competência (AAAAMM) e tolerância em
       *> percentual inteiro (000 a 999).
       *> 2026-10-15 Renato - resumo devolvido ao MEDIAREJ por
       *> rejeição do GL (situação "G", MedGlRet) não entra no
       *> realizado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIAORC-FILE ASSIGN TO "MEDIAORC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-FS-ORC.

           SELECT MEDIAVSM-FILE ASSIGN TO "MEDIAVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSM-CHAVE
               ALTERNATE RECORD KEY IS VSM-ALT-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VSM.

           SELECT VARREL-FILE ASSIGN TO "VARREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIAORC-FILE.
       01  MEDIAORC-RECORD.
           05  ORC-CHAVE.
               10  ORC-EMPRESA     PIC X(04).
               10  ORC-CONTA       PIC X(10).
               10  ORC-CCUSTO      PIC X(06).
               10  ORC-COMPETENCIA PIC 9(06).
           05  ORC-VALOR       PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  ORC-DT-ALTERACAO    PIC 9(08).
           05  ORC-INICIAIS    PIC X(03).

       FD  MEDIAVSM-FILE.
       01  MEDIAVSM-RECORD.
           05  VSM-CHAVE.
               10  VSM-DATA        PIC 9(08).
               10  VSM-REGISTRO    PIC 9(06).
               10  VSM-TIPO        PIC X(01).
               10  VSM-SEQ         PIC 9(02).
           05  VSM-DETALHE     PIC X(40).
           05  VSM-CAB REDEFINES VSM-DETALHE.
               10  VSM-QTD         PIC Z9.
               10  FILLER          PIC X(02).
               10  VSM-SOMA        PIC -(6)9.99.
               10  FILLER          PIC X(02).
               10  VSM-MEDIA       PIC -(6)9.99.
               10  FILLER          PIC X(14).
           05  VSM-ALT-CHAVE.
               10  VSM-FILIAL      PIC X(04).
               10  VSM-EMPRESA     PIC X(04).
               10  VSM-CONTA       PIC X(10).
               10  VSM-CCUSTO      PIC X(06).
           05  VSM-LOTE-CHAVE.
               10  VSM-LOTE-ORIGEM PIC X(08).
               10  VSM-LOTE        PIC X(08).
               10  VSM-LOTE-DATA   PIC X(08).
           05  VSM-CONTRA-CONTA    PIC X(10).
           05  VSM-CONTRA-CCUSTO   PIC X(06).
           05  VSM-SITUACAO    PIC X(01).

       FD  VARREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-ORC           PIC X(02).
       77  WS-FS-VSM           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".

       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-COMP-TXT         PIC X(06).
       77  WS-COMP             REDEFINES WS-COMP-TXT PIC 9(06).
       77  WS-TOL-TXT          PIC X(03).
       77  WS-TOLERANCIA       REDEFINES WS-TOL-TXT PIC 9(03).
       77  WS-TOL-NEGATIVA     PIC S9(05)V99.
       77  WS-DATA-INI         PIC 9(08).
       77  WS-DATA-FIM         PIC 9(08).
       77  WS-VSM-SOMA         PIC S9(09)V99.

       77  WS-MAX-LINHAS       PIC 9(04)    VALUE 500.
       01  WS-VAR-TAB.
           05  WS-VAR-ENT      OCCURS 500 TIMES.
               10  WS-VAR-CHAVE.
                   15  WS-VAR-EMPRESA  PIC X(04).
                   15  WS-VAR-CCUSTO   PIC X(06).
                   15  WS-VAR-CONTA    PIC X(10).
               10  WS-VAR-ORCADO   PIC S9(11)V99.
               10  WS-VAR-REAL     PIC S9(11)V99.
       77  WS-VAR-QTD          PIC 9(04)    VALUE ZERO.
       77  WS-VAR-IDX          PIC 9(04).
       77  WS-VAR-POS          PIC 9(04).
       77  WS-VAR-DEST         PIC 9(04).
       77  WS-VAR-ACHOU        PIC X(01).
       77  WS-VAR-POS-ACHADA   PIC X(01).
       77  WS-VAR-CHEIA-AVISO  PIC X(01)    VALUE "N".
       01  WS-NOVA-CHAVE.
           05  WS-NOVA-EMPRESA PIC X(04).
           05  WS-NOVA-CCUSTO  PIC X(06).
           05  WS-NOVA-CONTA   PIC X(10).

       77  WS-EMP-ATUAL        PIC X(04)    VALUE SPACES.
       77  WS-CC-ATUAL         PIC X(06)    VALUE SPACES.
       77  WS-CC-ORCADO        PIC S9(11)V99 VALUE ZERO.
       77  WS-CC-REAL          PIC S9(11)V99 VALUE ZERO.
       77  WS-EMP-ORCADO       PIC S9(11)V99 VALUE ZERO.
       77  WS-EMP-REAL         PIC S9(11)V99 VALUE ZERO.
       77  WS-GER-ORCADO       PIC S9(11)V99 VALUE ZERO.
       77  WS-GER-REAL         PIC S9(11)V99 VALUE ZERO.

       77  WS-CALC-ORCADO      PIC S9(11)V99.
       77  WS-CALC-REAL        PIC S9(11)V99.
       77  WS-CALC-VARIACAO    PIC S9(11)V99.
       77  WS-CALC-PCT         PIC S9(05)V99.
       77  WS-CALC-ALERTA      PIC X(08).

       77  WS-ORC-LIDOS        PIC 9(06)    VALUE ZERO.
       77  WS-VSM-LIDOS        PIC 9(06)    VALUE ZERO.
       77  WS-LINHAS-FORA      PIC 9(06)    VALUE ZERO.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "ORCADO X REALIZADO - MEDIA2NUM        ".
           05  FILLER          PIC X(12)    VALUE "COMPETENCIA ".
           05  REL-TIT-COMP    PIC 9(06).
           05  FILLER          PIC X(13)    VALUE "  TOLERANCIA ".
           05  REL-TIT-TOL     PIC ZZ9.
           05  FILLER          PIC X(01)    VALUE "%".
           05  FILLER          PIC X(07)    VALUE SPACES.
       01  REL-EMITIDO.
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-EMI-DATA    PIC 9(08).
           05  FILLER          PIC X(61)    VALUE SPACES.
       01  REL-EMP-CAB.
           05  FILLER          PIC X(08)    VALUE "EMPRESA ".
           05  REL-EMP-CODIGO  PIC X(04).
           05  FILLER          PIC X(68)    VALUE SPACES.
       01  REL-CC-CAB.
           05  FILLER          PIC X(18)    VALUE
               "  CENTRO DE CUSTO ".
           05  REL-CC-CODIGO   PIC X(06).
           05  FILLER          PIC X(56)    VALUE SPACES.
       01  REL-COL-CAB.
           05  FILLER          PIC X(33)    VALUE
               "  CONTA              ORCADO      ".
           05  FILLER          PIC X(47)    VALUE
               "REALIZADO       VARIACAO     VAR % ALERTA".
       01  REL-VAR-LIN.
           05  REL-VAR-ROTULO  PIC X(13).
           05  REL-VAR-CONTA-ROT REDEFINES REL-VAR-ROTULO.
               10  FILLER          PIC X(02).
               10  REL-VAR-CONTA   PIC X(10).
               10  FILLER          PIC X(01).
           05  REL-VAR-ORCADO  PIC -(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-VAR-REAL    PIC -(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-VAR-VARIACAO    PIC -(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-VAR-PCT-TXT PIC X(09).
           05  REL-VAR-PCT REDEFINES REL-VAR-PCT-TXT
                               PIC -(5)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-VAR-ALERTA  PIC X(08).
           05  FILLER          PIC X(04)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             DISPLAY "Competência (AAAAMM): ".
             ACCEPT WS-COMP-TXT.
             DISPLAY "Tolerância (%, 000-999): ".
             ACCEPT WS-TOL-TXT.

             IF WS-COMP-TXT IS NOT NUMERIC
                 DISPLAY "Competência inválida: " WS-COMP-TXT
                     ". Informe AAAAMM."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 IF WS-TOL-TXT IS NOT NUMERIC
                     DISPLAY "Tolerância inválida: " WS-TOL-TXT
                         ". Informe 000 a 999."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     COMPUTE WS-DATA-INI = WS-COMP * 100 + 1
                     COMPUTE WS-DATA-FIM = WS-COMP * 100 + 31
                     COMPUTE WS-TOL-NEGATIVA = 0 - WS-TOLERANCIA
                     PERFORM LOAD-BUDGET
                     IF RETURN-CODE NOT = 8
                         PERFORM LOAD-ACTUALS
                     END-IF
                     IF RETURN-CODE NOT = 8
                         PERFORM WRITE-VARIANCE-REPORT
                     END-IF
                 END-IF
             END-IF.

             STOP RUN.

       LOAD-BUDGET.
             OPEN INPUT MEDIAORC-FILE.
             IF WS-FS-ORC NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAORC, status "
                     WS-FS-ORC "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LOAD-ONE-BUDGET
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIAORC-FILE
             END-IF.

       LOAD-ONE-BUDGET.
             READ MEDIAORC-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF ORC-COMPETENCIA = WS-COMP
                     ADD 1 TO WS-ORC-LIDOS
                     MOVE ORC-EMPRESA TO WS-NOVA-EMPRESA
                     MOVE ORC-CCUSTO  TO WS-NOVA-CCUSTO
                     MOVE ORC-CONTA   TO WS-NOVA-CONTA
                     PERFORM LOCATE-ENTRY
                     IF WS-VAR-ACHOU = "S"
                         ADD ORC-VALOR TO WS-VAR-ORCADO (WS-VAR-POS)
                     END-IF
                 END-IF
             END-IF.

      *> Realizado pelo caminho alternativo: a varredura começa no
      *> início da AIX e percorre todas as filiais; só os resumos "C"
      *> da competência, não estornados, entram na soma.
       LOAD-ACTUALS.
             OPEN INPUT MEDIAVSM-FILE.
             IF WS-FS-VSM NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAVSM, status "
                     WS-FS-VSM "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "N" TO WS-EOF-FLAG
                 MOVE LOW-VALUES TO VSM-ALT-CHAVE
                 START MEDIAVSM-FILE KEY NOT LESS THAN VSM-ALT-CHAVE
                     INVALID KEY
                         MOVE "S" TO WS-EOF-FLAG
                 END-START
                 PERFORM LOAD-ONE-ACTUAL
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIAVSM-FILE
             END-IF.

       LOAD-ONE-ACTUAL.
             READ MEDIAVSM-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF VSM-TIPO = "C"
                         AND VSM-SITUACAO NOT = "E"
                         AND VSM-SITUACAO NOT = "G"
                         AND VSM-DATA >= WS-DATA-INI
                         AND VSM-DATA <= WS-DATA-FIM
                     ADD 1 TO WS-VSM-LIDOS
                     MOVE VSM-SOMA    TO WS-VSM-SOMA
                     MOVE VSM-EMPRESA TO WS-NOVA-EMPRESA
                     MOVE VSM-CCUSTO  TO WS-NOVA-CCUSTO
                     MOVE VSM-CONTA   TO WS-NOVA-CONTA
                     PERFORM LOCATE-ENTRY
                     IF WS-VAR-ACHOU = "S"
                         ADD WS-VSM-SOMA TO WS-VAR-REAL (WS-VAR-POS)
                     END-IF
                 END-IF
             END-IF.

      *> A tabela fica sempre em ordem de chave: a linha nova entra na
      *> posição da primeira chave maior, deslocando as seguintes.
       LOCATE-ENTRY.
             MOVE "N" TO WS-VAR-ACHOU.
             MOVE "N" TO WS-VAR-POS-ACHADA.
             COMPUTE WS-VAR-POS = WS-VAR-QTD + 1.
             PERFORM FIND-INSERT-POSITION
                 VARYING WS-VAR-IDX FROM 1 BY 1
                 UNTIL WS-VAR-IDX > WS-VAR-QTD
                    OR WS-VAR-POS-ACHADA = "S".
             IF WS-VAR-ACHOU NOT = "S"
                 IF WS-VAR-QTD < WS-MAX-LINHAS
                     PERFORM SHIFT-ENTRY
                         VARYING WS-VAR-IDX FROM WS-VAR-QTD BY -1
                         UNTIL WS-VAR-IDX < WS-VAR-POS
                     ADD 1 TO WS-VAR-QTD
                     MOVE WS-NOVA-CHAVE TO WS-VAR-CHAVE (WS-VAR-POS)
                     MOVE ZERO TO WS-VAR-ORCADO (WS-VAR-POS)
                     MOVE ZERO TO WS-VAR-REAL (WS-VAR-POS)
                     MOVE "S" TO WS-VAR-ACHOU
                 ELSE
                     IF WS-VAR-CHEIA-AVISO NOT = "S"
                         DISPLAY "Tabela de linhas cheia; relatório "
                             "incompleto a partir de " WS-NOVA-CHAVE
                             "."
                         MOVE "S" TO WS-VAR-CHEIA-AVISO
                         IF RETURN-CODE = 0
                             MOVE 4 TO RETURN-CODE
                         END-IF
                     END-IF
                 END-IF
             END-IF.

       FIND-INSERT-POSITION.
             IF WS-VAR-CHAVE (WS-VAR-IDX) NOT < WS-NOVA-CHAVE
                 MOVE "S" TO WS-VAR-POS-ACHADA
                 MOVE WS-VAR-IDX TO WS-VAR-POS
                 IF WS-VAR-CHAVE (WS-VAR-IDX) = WS-NOVA-CHAVE
                     MOVE "S" TO WS-VAR-ACHOU
                 END-IF
             END-IF.

       SHIFT-ENTRY.
             COMPUTE WS-VAR-DEST = WS-VAR-IDX + 1.
             MOVE WS-VAR-ENT (WS-VAR-IDX) TO WS-VAR-ENT (WS-VAR-DEST).

       WRITE-VARIANCE-REPORT.
             OPEN OUTPUT VARREL-FILE.
             MOVE WS-COMP       TO REL-TIT-COMP.
             MOVE WS-TOLERANCIA TO REL-TIT-TOL.
             MOVE REL-TITULO TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-DATA-HOJE TO REL-EMI-DATA.
             MOVE REL-EMITIDO TO REL-RECORD.
             WRITE REL-RECORD.
             PERFORM WRITE-TABLE-ENTRY
                 VARYING WS-VAR-IDX FROM 1 BY 1
                 UNTIL WS-VAR-IDX > WS-VAR-QTD.
             IF WS-VAR-QTD > 0
                 PERFORM CLOSE-COST-CENTER
                 PERFORM CLOSE-COMPANY
             END-IF.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE "TOTAL GERAL"  TO REL-VAR-ROTULO.
             MOVE WS-GER-ORCADO  TO WS-CALC-ORCADO.
             MOVE WS-GER-REAL    TO WS-CALC-REAL.
             PERFORM WRITE-VARIANCE-LINE.
             CLOSE VARREL-FILE.
             DISPLAY "Orçado x realizado gravado em VARREL: "
                 WS-VAR-QTD " linha(s) (" WS-ORC-LIDOS " de "
                 "orçamento, " WS-VSM-LIDOS " resumo(s) do "
                 "histórico), " WS-LINHAS-FORA " fora da tolerância.".
             IF WS-VAR-QTD = 0 AND RETURN-CODE = 0
                 DISPLAY "Nenhum orçado ou realizado na competência "
                     WS-COMP-TXT "."
                 MOVE 4 TO RETURN-CODE
             END-IF.

       WRITE-TABLE-ENTRY.
             IF WS-VAR-EMPRESA (WS-VAR-IDX) NOT = WS-EMP-ATUAL
                 IF WS-EMP-ATUAL NOT = SPACES
                     PERFORM CLOSE-COST-CENTER
                     PERFORM CLOSE-COMPANY
                 END-IF
                 PERFORM OPEN-COMPANY
                 PERFORM OPEN-COST-CENTER
             ELSE
                 IF WS-VAR-CCUSTO (WS-VAR-IDX) NOT = WS-CC-ATUAL
                     PERFORM CLOSE-COST-CENTER
                     PERFORM OPEN-COST-CENTER
                 END-IF
             END-IF.
             MOVE SPACES TO REL-VAR-ROTULO.
             MOVE WS-VAR-CONTA (WS-VAR-IDX) TO REL-VAR-CONTA.
             MOVE WS-VAR-ORCADO (WS-VAR-IDX) TO WS-CALC-ORCADO.
             MOVE WS-VAR-REAL (WS-VAR-IDX)   TO WS-CALC-REAL.
             PERFORM WRITE-VARIANCE-LINE.
             IF WS-CALC-ALERTA NOT = SPACES
                 ADD 1 TO WS-LINHAS-FORA
             END-IF.
             ADD WS-VAR-ORCADO (WS-VAR-IDX) TO WS-CC-ORCADO.
             ADD WS-VAR-REAL (WS-VAR-IDX)   TO WS-CC-REAL.

       OPEN-COMPANY.
             MOVE WS-VAR-EMPRESA (WS-VAR-IDX) TO WS-EMP-ATUAL.
             MOVE ZERO TO WS-EMP-ORCADO WS-EMP-REAL.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-EMP-ATUAL TO REL-EMP-CODIGO.
             MOVE REL-EMP-CAB TO REL-RECORD.
             WRITE REL-RECORD.

       OPEN-COST-CENTER.
             MOVE WS-VAR-CCUSTO (WS-VAR-IDX) TO WS-CC-ATUAL.
             MOVE ZERO TO WS-CC-ORCADO WS-CC-REAL.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-CC-ATUAL TO REL-CC-CODIGO.
             MOVE REL-CC-CAB TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE REL-COL-CAB TO REL-RECORD.
             WRITE REL-RECORD.

       CLOSE-COST-CENTER.
             MOVE "  TOTAL CC"  TO REL-VAR-ROTULO.
             MOVE WS-CC-ORCADO  TO WS-CALC-ORCADO.
             MOVE WS-CC-REAL    TO WS-CALC-REAL.
             PERFORM WRITE-VARIANCE-LINE.
             ADD WS-CC-ORCADO TO WS-EMP-ORCADO.
             ADD WS-CC-REAL   TO WS-EMP-REAL.

       CLOSE-COMPANY.
             MOVE "TOTAL EMPRESA" TO REL-VAR-ROTULO.
             MOVE WS-EMP-ORCADO   TO WS-CALC-ORCADO.
             MOVE WS-EMP-REAL     TO WS-CALC-REAL.
             PERFORM WRITE-VARIANCE-LINE.
             ADD WS-EMP-ORCADO TO WS-GER-ORCADO.
             ADD WS-EMP-REAL   TO WS-GER-REAL.

      *> Variação percentual sobre o orçado; sem orçado não há
      *> percentual, e qualquer realizado já é alerta. Percentual que
      *> não cabe no campo sai no limite, com o sinal da variação.
       WRITE-VARIANCE-LINE.
             COMPUTE WS-CALC-VARIACAO = WS-CALC-REAL - WS-CALC-ORCADO.
             MOVE SPACES TO WS-CALC-ALERTA.
             MOVE WS-CALC-ORCADO   TO REL-VAR-ORCADO.
             MOVE WS-CALC-REAL     TO REL-VAR-REAL.
             MOVE WS-CALC-VARIACAO TO REL-VAR-VARIACAO.
             IF WS-CALC-ORCADO = ZERO
                 MOVE SPACES TO REL-VAR-PCT-TXT
                 IF WS-CALC-REAL NOT = ZERO
                     MOVE "*SEM ORC" TO WS-CALC-ALERTA
                 END-IF
             ELSE
                 COMPUTE WS-CALC-PCT ROUNDED =
                     WS-CALC-VARIACAO * 100 / WS-CALC-ORCADO
                     ON SIZE ERROR
                         IF WS-CALC-VARIACAO < ZERO
                             MOVE -99999.99 TO WS-CALC-PCT
                         ELSE
                             MOVE 99999.99 TO WS-CALC-PCT
                         END-IF
                 END-COMPUTE
                 MOVE WS-CALC-PCT TO REL-VAR-PCT
                 IF WS-CALC-PCT > WS-TOLERANCIA
                         OR WS-CALC-PCT < WS-TOL-NEGATIVA
                     MOVE "*FORA" TO WS-CALC-ALERTA
                 END-IF
             END-IF.
             MOVE WS-CALC-ALERTA TO REL-VAR-ALERTA.
             MOVE REL-VAR-LIN TO REL-RECORD.
             WRITE REL-RECORD.

         END PROGRAM MedOrcVr.
