       *> move para MEDIAAUDH os registros com data anterior à data de
       *> corte e regrava os demais em MEDIAAUDK, para o job copiar de
       *> volta e manter a trilha viva com um ciclo só.
       *> 2026-10-15 Renato - filtro de modo aceita "A", as decisões
       *> do MedPndAp sobre os ajustes interativos pendentes (tipo
       *> "A" aprovado ou "X" recusado, com operador e aprovador).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCEPT WS-DATA-INI-TXT.
             DISPLAY "Data final (AAAAMMDD): ".
             ACCEPT WS-DATA-FIM-TXT.
             DISPLAY "Modo (B/I/R/A ou * para todos): ".
             ACCEPT WS-MODO-FILTRO.
             DISPLAY "Listar registros selecionados? (S/N): ".
             ACCEPT WS-LISTAR.
             END-IF.
             IF WS-MODO-FILTRO NOT = "B" AND WS-MODO-FILTRO NOT = "I"
                     AND WS-MODO-FILTRO NOT = "R"
                     AND WS-MODO-FILTRO NOT = "A"
                     AND WS-MODO-FILTRO NOT = "*"
                 DISPLAY "Modo inválido: " WS-MODO-FILTRO
                     ". Informe B, I, R, A ou *."
                 MOVE 8 TO RETURN-CODE
             END-IF.

