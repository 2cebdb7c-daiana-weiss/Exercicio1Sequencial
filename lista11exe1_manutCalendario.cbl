      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_manutCalendario".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Manutencao do calendario escolar (arqCalendario.txt, layout
      *>   calreg.cpy) - os dias letivos do ano, cada um com o seu
      *>   bimestre:
      *>     D - inclui, altera (bimestre e observacao) ou exclui um dia
      *>         letivo (feriado, recesso, sabado letivo, reposicao);
      *>     G - gera de uma vez os dias de segunda a sexta de um
      *>         periodo para um bimestre (dias ja cadastrados ficam como
      *>         estao) - depois eh so excluir os feriados com a opcao D.
      *>   A tela de escolha mostra quantos dias letivos cada bimestre do
      *>   ano tem. O calendario eh a base do controle de chamada e notas
      *>   pendentes (lista11exe1_relControleTurmas), que cobra uma
      *>   chamada por fase em cada dia letivo. Como no
      *>   lista11exe1_manutParametros, a tabela inteira fica em memoria
      *>   e o arquivo eh regravado a cada mudanca, em ordem de data.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCalendario assign to "arqCalendario.txt" *> dias letivos com o bimestre
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCalendario.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCalendario.
           copy "calreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCalendario                      pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Calendario em memoria (ordem de data)
       01 ws-tab-calendario.
           05 ws-cal                               occurs 1500 times.
               10 ws-cal-data                      pic 9(008).
               10 ws-cal-bim                       pic 9(001).
               10 ws-cal-desc                      pic x(030).

       77 ws-qtd-cal                               pic  9(004) value zeros.
       77 ws-max-cal                               pic  9(004) value 1500.
       77 ws-ind-cal                               pic  9(004) value zeros.
       77 ws-ind-prox                              pic  9(004) value zeros.

      *>   posicao na tabela do dia procurado (zero = nao existe)
       77 ws-pos-cal                               pic  9(004) value zeros.

      *>----Variaveis da escolha da opcao e do resumo por bimestre
       77 ws-tipo-edita                            pic  x(001) value spaces.
          88  ws-edita-dia                         value "D" "d".
          88  ws-gera-dias                         value "G" "g".

       77 ws-ano-resumo                            pic  9(004) value zeros.
       01 ws-tab-qtd-bim.
           05 ws-qtd-bim                           pic 9(003) occurs 4 times.
       77 ws-ind-bim                               pic  9(001) value zeros.

       01 ws-resumo-cal.
           05 filler                               pic x(004) value "Ano ".
           05 ws-rc-ano                            pic 9(004).
           05 filler                               pic x(001) value ":".
           05 ws-rc-item                           occurs 4 times.
               10 filler                           pic x(002) value spaces.
               10 ws-rc-bim                        pic 9(001).
               10 filler                           pic x(005) value "o bim".
               10 filler                           pic x(001) value spaces.
               10 ws-rc-qtd                        pic zz9.

       01 ws-data-hoje                             pic  9(008) value zeros.
       01 ws-data-hoje-val redefines ws-data-hoje.
           05 ws-dh-ano                            pic 9(004).
           05 ws-dh-mes                            pic 9(002).
           05 ws-dh-dia                            pic 9(002).

      *>----Variaveis da linha mostrada/editada na tela
       77 ws-data-edita                            pic  9(008) value zeros.
       77 ws-bim-edita                             pic  9(001) value zeros.
          88  ws-bim-edita-valido                  value 1 thru 4.
       77 ws-desc-edita                            pic  x(030) value spaces.

       77 ws-data-inicial                          pic  9(008) value zeros.
       77 ws-data-final                            pic  9(008) value zeros.
       77 ws-qtd-gerados                           pic  9(004) value zeros.

       77 ws-acao                                  pic  x(001) value spaces.
          88  ws-gravar-cal                        value "A" "a".
          88  ws-excluir-cal                       value "E" "e".

       77 ws-confirma                              pic  x(001) value spaces.
          88  ws-geracao-confirmada                value "S" "s".

      *>----Conferencia de data (dia dentro do mes, ano bissexto)
       01 ws-data-teste                            pic  9(008) value zeros.
       01 ws-data-teste-val redefines ws-data-teste.
           05 ws-dt-ano                            pic 9(004).
               88 ws-dt-ano-valido                  value 1900 thru 2100.
           05 ws-dt-mes                            pic 9(002).
               88 ws-dt-mes-valido                  value 1 thru 12.
           05 ws-dt-dia                            pic 9(002).

       01 ws-tab-dias-mes-fixa.
           05 filler                               pic x(024) value
              "312831303130313130313031".
       01 ws-tab-dias-mes redefines ws-tab-dias-mes-fixa.
           05 ws-dias-mes                          pic 9(002) occurs 12 times.

       77 ws-ultimo-dia                            pic  9(002) value zeros.
       77 ws-data-ok                               pic  x(001) value "N".
          88  ws-data-valida                       value "S".

       77 ws-quoc                                  pic  9(006) value zeros.
       77 ws-resto-4                               pic  9(003) value zeros.
       77 ws-resto-100                             pic  9(003) value zeros.
       77 ws-resto-400                             pic  9(003) value zeros.

      *>----Dia da semana pela congruencia de Zeller (0 = sabado,
      *>   1 = domingo, 2 = segunda ... 6 = sexta)
       77 ws-dia-semana                            pic  9(001) value zeros.
          88  ws-dia-util                          value 2 thru 6.
       77 ws-z-mes                                 pic  9(002) value zeros.
       77 ws-z-ano                                 pic  9(004) value zeros.
       77 ws-z-seculo                              pic  9(002) value zeros.
       77 ws-z-ano-sec                             pic  9(002) value zeros.
       77 ws-z-termo-mes                           pic  9(003) value zeros.
       77 ws-z-soma                                pic  9(004) value zeros.

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

       01  tela-escolha-cal.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                           Calendario Escolar                                    ".
           05 line 03 col 01 value "      Dias Letivos do Ano                                                        ".
           05 line 05 col 01 value "       D - Incluir, alterar ou excluir um dia letivo                             ".
           05 line 06 col 01 value "       G - Gerar os dias de segunda a sexta de um periodo                        ".
           05 line 08 col 01 value "       Opcao                :                                                    ".
           05 line 10 col 01 value "       Dias letivos por bimestre:                                                ".
           05 line 13 col 01 value "                                                                                  ".

           05 sc-sair-escolha  line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-tipo-edita    line 08  col 31 pic x(001) using ws-tipo-edita  foreground-color 15.
           05 sc-resumo-cal    line 11  col 08 pic x(057) from  ws-resumo-cal  foreground-color 12.
           05 sc-msn-escolha   line 13  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-edita-dia.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                           Calendario Escolar                                    ".
           05 line 03 col 01 value "      Dia Letivo                                                                 ".
           05 line 05 col 01 value "       Data (AAAAMMDD)      :                                                    ".
           05 line 06 col 01 value "       Bimestre (1 a 4)     :                                                    ".
           05 line 07 col 01 value "       Observacao           :                                                    ".
           05 line 09 col 01 value "       Acao (A-Gravar  E-Excluir):                                               ".
           05 line 11 col 01 value "                                                                                  ".

           05 sc-sair-dia      line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-data-dia      line 05  col 31 pic 9(008) using ws-data-edita  foreground-color 15.
           05 sc-bim-dia       line 06  col 31 pic 9(001) using ws-bim-edita   foreground-color 15.
           05 sc-desc-dia      line 07  col 31 pic x(030) using ws-desc-edita  foreground-color 15.
           05 sc-acao-dia      line 09  col 40 pic x(001) using ws-acao        foreground-color 15.
           05 sc-msn-dia       line 11  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-gera-dias.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                           Calendario Escolar                                    ".
           05 line 03 col 01 value "      Gerar Dias Letivos (segunda a sexta)                                       ".
           05 line 05 col 01 value "       De (AAAAMMDD)        :                                                    ".
           05 line 06 col 01 value "       Ate (AAAAMMDD)       :                                                    ".
           05 line 07 col 01 value "       Bimestre (1 a 4)     :                                                    ".
           05 line 09 col 01 value "       Confirma a geracao (S/N):                                                 ".
           05 line 11 col 01 value "                                                                                  ".

           05 sc-sair-gera     line 01  col 71 pic x(001) using ws-sair          foreground-color 12.
           05 sc-data-ini-gera line 05  col 31 pic 9(008) using ws-data-inicial  foreground-color 15.
           05 sc-data-fim-gera line 06  col 31 pic 9(008) using ws-data-final    foreground-color 15.
           05 sc-bim-gera      line 07  col 31 pic 9(001) using ws-bim-edita     foreground-color 15.
           05 sc-confirma-gera line 09  col 33 pic x(001) using ws-confirma      foreground-color 15.
           05 sc-msn-gera      line 11  col 08 pic x(050) from  ws-msn-aviso     foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - carrega o calendario (arquivo
      *>  ainda nao existir = nenhum dia letivo cadastrado).
      *>------------------------------------------------------------------------
       inicializa section.

           move zeros to ws-qtd-cal

           accept ws-data-hoje from date yyyymmdd
           move ws-dh-ano to ws-ano-resumo

           open input arqCalendario

           if ws-fs-arqCalendario <> 35 then

               if ws-fs-arqCalendario <> 00 then
                   move 1                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao abrir arqCalendario.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCalendario = 10
                   read arqCalendario

                   if ws-fs-arqCalendario <> 00 and ws-fs-arqCalendario <> 10 then
                       move 2                                    to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario                  to ws-msn-erro-cod
                       move "Erro ao ler arqCalendario.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqCalendario = 00 and ws-qtd-cal < ws-max-cal then
                       add 1 to ws-qtd-cal
                       move cal-data      to ws-cal-data(ws-qtd-cal)
                       move cal-bimestre  to ws-cal-bim(ws-qtd-cal)
                       move cal-descricao to ws-cal-desc(ws-qtd-cal)
                   end-if
               end-perform

               close arqCalendario
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - escolhe a opcao e conduz a edicao
      *>  correspondente ate a coordenacao sair.
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-sair

           perform until voltar or fechar-programa

               move spaces to ws-tipo-edita
               move spaces to ws-sair

               perform monta-resumo-cal

               display tela-escolha-cal
               accept tela-escolha-cal

               if not voltar and not fechar-programa then
                   move spaces to ws-msn-aviso

                   evaluate true
                       when ws-edita-dia
                           perform edita-dia
                       when ws-gera-dias
                           perform gera-dias
                       when other
                           move "Opcao invalida (use D ou G)." to ws-msn-aviso
                   end-evaluate

      *>           "v" dentro de uma edicao volta so para a escolha
                   if voltar then
                       move spaces to ws-sair
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edita um dia letivo: A grava (inclui o dia ou altera bimestre e
      *>  observacao), E exclui o dia (vira dia nao letivo).
      *>------------------------------------------------------------------------
       edita-dia section.

           move zeros  to ws-data-edita
           move zeros  to ws-bim-edita
           move spaces to ws-desc-edita
           move spaces to ws-acao

           perform until voltar or fechar-programa
                      or ws-gravar-cal or ws-excluir-cal
               display tela-edita-dia
               accept tela-edita-dia

               if not voltar and not fechar-programa then
                   move ws-data-edita to ws-data-teste
                   perform valida-data

                   evaluate true
                       when not ws-data-valida
                           move "Data invalida (AAAAMMDD)." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-excluir-cal
                           continue
                       when ws-gravar-cal and not ws-bim-edita-valido
                           move "Bimestre invalido (informe de 1 a 4)." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-gravar-cal
                           continue
                       when other
      *>                   sem acao: mostra o dia ja gravado
                           perform localiza-dia
                           if ws-pos-cal > zeros then
                               move ws-cal-bim(ws-pos-cal)  to ws-bim-edita
                               move ws-cal-desc(ws-pos-cal) to ws-desc-edita
                               move "Dia letivo ja cadastrado - altere ou exclua." to ws-msn-aviso
                           else
                               perform calcula-dia-semana
                               if ws-dia-util then
                                   move "Dia nao letivo - informe o bimestre e use A." to ws-msn-aviso
                               else
                                   move "Sabado/domingo - A grava como dia letivo." to ws-msn-aviso
                               end-if
                           end-if
                   end-evaluate
               end-if
           end-perform

           if ws-gravar-cal or ws-excluir-cal then
               perform localiza-dia
               move ws-dt-ano to ws-ano-resumo

               if ws-gravar-cal then
                   if ws-pos-cal = zeros then
                       perform inclui-dia
                   end-if

                   if ws-pos-cal > zeros then
                       move ws-bim-edita  to ws-cal-bim(ws-pos-cal)
                       move ws-desc-edita to ws-cal-desc(ws-pos-cal)
                       perform regrava-calendario
                       move "Dia letivo gravado com sucesso." to ws-msn-aviso
                   end-if
               else
                   if ws-pos-cal = zeros then
                       move "Dia nao cadastrado no calendario." to ws-msn-aviso
                   else
                       perform exclui-dia
                       perform regrava-calendario
                       move "Dia letivo excluido com sucesso." to ws-msn-aviso
                   end-if
               end-if
           end-if
           .
       edita-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera os dias de segunda a sexta do periodo informado (dentro de
      *>  um mesmo ano) para o bimestre - dia ja cadastrado fica como
      *>  esta.
      *>------------------------------------------------------------------------
       gera-dias section.

           move zeros  to ws-data-inicial
           move zeros  to ws-data-final
           move zeros  to ws-bim-edita
           move spaces to ws-confirma

           perform until voltar or fechar-programa or ws-geracao-confirmada
               display tela-gera-dias
               accept tela-gera-dias

               if not voltar and not fechar-programa then
                   move ws-data-final to ws-data-teste
                   perform valida-data
                   if ws-data-valida then
                       move ws-data-inicial to ws-data-teste
                       perform valida-data
                   end-if

                   evaluate true
                       when not ws-data-valida
                           move "Data invalida (AAAAMMDD)." to ws-msn-aviso
                           move spaces to ws-confirma
                       when ws-data-final < ws-data-inicial
                         or ws-data-final(1:4) <> ws-data-inicial(1:4)
                           move "Periodo invalido (dentro de um mesmo ano)." to ws-msn-aviso
                           move spaces to ws-confirma
                       when not ws-bim-edita-valido
                           move "Bimestre invalido (informe de 1 a 4)." to ws-msn-aviso
                           move spaces to ws-confirma
                   end-evaluate
               end-if
           end-perform

           if ws-geracao-confirmada and not voltar and not fechar-programa then
               move zeros           to ws-qtd-gerados
               move spaces          to ws-desc-edita
               move ws-dt-ano       to ws-ano-resumo

      *>       ws-data-teste comeca na data inicial (ultima conferida)
               perform until ws-data-teste > ws-data-final
                          or ws-qtd-cal >= ws-max-cal
                   perform calcula-dia-semana

                   if ws-dia-util then
                       move ws-data-teste to ws-data-edita
                       perform localiza-dia
                       if ws-pos-cal = zeros then
                           perform inclui-dia
                           move ws-bim-edita  to ws-cal-bim(ws-pos-cal)
                           move ws-desc-edita to ws-cal-desc(ws-pos-cal)
                           add 1 to ws-qtd-gerados
                       end-if
                   end-if

                   perform soma-um-dia
               end-perform

               if ws-qtd-gerados > zeros then
                   perform regrava-calendario
               end-if

               if ws-data-teste <= ws-data-final then
                   move "Calendario cheio - dias gerados:" to ws-msn-aviso
                   move ws-qtd-gerados to ws-msn-aviso(34:4)
               else
                   move "Geracao concluida - dias letivos novos:" to ws-msn-aviso
                   move ws-qtd-gerados to ws-msn-aviso(41:4)
               end-if
           end-if
           .
       gera-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a data em ws-data-teste (mes 1 a 12, dia dentro do mes,
      *>  29/02 so em ano bissexto).
      *>------------------------------------------------------------------------
       valida-data section.

           move "N" to ws-data-ok

           if ws-dt-ano-valido and ws-dt-mes-valido then
               perform calcula-ultimo-dia
               if ws-dt-dia >= 1 and ws-dt-dia <= ws-ultimo-dia then
                   move "S" to ws-data-ok
               end-if
           end-if
           .
       valida-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultimo dia do mes de ws-data-teste, com fevereiro bissexto.
      *>------------------------------------------------------------------------
       calcula-ultimo-dia section.

           move ws-dias-mes(ws-dt-mes) to ws-ultimo-dia

           if ws-dt-mes = 2 then
               divide ws-dt-ano by 4   giving ws-quoc remainder ws-resto-4
               divide ws-dt-ano by 100 giving ws-quoc remainder ws-resto-100
               divide ws-dt-ano by 400 giving ws-quoc remainder ws-resto-400
               if (ws-resto-4 = zeros and ws-resto-100 <> zeros)
                 or ws-resto-400 = zeros then
                   move 29 to ws-ultimo-dia
               end-if
           end-if
           .
       calcula-ultimo-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avanca ws-data-teste para o dia seguinte.
      *>------------------------------------------------------------------------
       soma-um-dia section.

           perform calcula-ultimo-dia

           if ws-dt-dia < ws-ultimo-dia then
               add 1 to ws-dt-dia
           else
               move 1 to ws-dt-dia
               if ws-dt-mes < 12 then
                   add 1 to ws-dt-mes
               else
                   move 1 to ws-dt-mes
                   add 1 to ws-dt-ano
               end-if
           end-if
           .
       soma-um-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia da semana de ws-data-teste pela congruencia de Zeller -
      *>  janeiro e fevereiro contam como meses 13 e 14 do ano anterior.
      *>------------------------------------------------------------------------
       calcula-dia-semana section.

           if ws-dt-mes < 3 then
               compute ws-z-mes = ws-dt-mes + 12
               compute ws-z-ano = ws-dt-ano - 1
           else
               move ws-dt-mes to ws-z-mes
               move ws-dt-ano to ws-z-ano
           end-if

           divide ws-z-ano by 100 giving ws-z-seculo remainder ws-z-ano-sec
           compute ws-z-termo-mes = (13 * (ws-z-mes + 1)) / 5

           divide ws-z-ano-sec by 4 giving ws-quoc
           compute ws-z-soma = ws-dt-dia + ws-z-termo-mes + ws-z-ano-sec + ws-quoc
           divide ws-z-seculo by 4 giving ws-quoc
           compute ws-z-soma = ws-z-soma + ws-quoc + (5 * ws-z-seculo)

           divide ws-z-soma by 7 giving ws-quoc remainder ws-dia-semana
           .
       calcula-dia-semana-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os dias letivos de cada bimestre do ano do resumo.
      *>------------------------------------------------------------------------
       monta-resumo-cal section.

           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               move zeros to ws-qtd-bim(ws-ind-bim)
               add 1 to ws-ind-bim
           end-perform

           move 1 to ws-ind-cal
           perform until ws-ind-cal > ws-qtd-cal
               if ws-cal-data(ws-ind-cal)(1:4) = ws-ano-resumo
                 and ws-cal-bim(ws-ind-cal) >= 1
                 and ws-cal-bim(ws-ind-cal) <= 4 then
                   add 1 to ws-qtd-bim(ws-cal-bim(ws-ind-cal))
               end-if
               add 1 to ws-ind-cal
           end-perform

           move ws-ano-resumo to ws-rc-ano
           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               move ws-ind-bim             to ws-rc-bim(ws-ind-bim)
               move ws-qtd-bim(ws-ind-bim) to ws-rc-qtd(ws-ind-bim)
               add 1 to ws-ind-bim
           end-perform
           .
       monta-resumo-cal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura na tabela o dia em ws-data-edita (posicao em
      *>  ws-pos-cal, zero = nao letivo).
      *>------------------------------------------------------------------------
       localiza-dia section.

           move zeros to ws-pos-cal

           move 1 to ws-ind-cal
           perform until ws-ind-cal > ws-qtd-cal or ws-pos-cal > zeros
               if ws-cal-data(ws-ind-cal) = ws-data-edita then
                   move ws-ind-cal to ws-pos-cal
               end-if
               add 1 to ws-ind-cal
           end-perform
           .
       localiza-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui o dia em ws-data-edita na posicao dele na ordem de data,
      *>  empurrando os seguintes (posicao em ws-pos-cal, zero = tabela
      *>  cheia).
      *>------------------------------------------------------------------------
       inclui-dia section.

           if ws-qtd-cal >= ws-max-cal then
               move zeros to ws-pos-cal
               move "Calendario cheio." to ws-msn-aviso
           else
               compute ws-pos-cal = ws-qtd-cal + 1

               move 1 to ws-ind-cal
               perform until ws-ind-cal > ws-qtd-cal
                          or ws-pos-cal <= ws-qtd-cal
                   if ws-cal-data(ws-ind-cal) > ws-data-edita then
                       move ws-ind-cal to ws-pos-cal
                   end-if
                   add 1 to ws-ind-cal
               end-perform

               move ws-qtd-cal to ws-ind-cal
               perform until ws-ind-cal < ws-pos-cal
                   compute ws-ind-prox = ws-ind-cal + 1
                   move ws-cal(ws-ind-cal) to ws-cal(ws-ind-prox)
                   subtract 1 from ws-ind-cal
               end-perform

               move ws-data-edita to ws-cal-data(ws-pos-cal)
               move zeros         to ws-cal-bim(ws-pos-cal)
               move spaces        to ws-cal-desc(ws-pos-cal)
               add 1 to ws-qtd-cal
           end-if
           .
       inclui-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira da tabela o dia em ws-pos-cal, puxando os seguintes.
      *>------------------------------------------------------------------------
       exclui-dia section.

           move ws-pos-cal to ws-ind-cal
           perform until ws-ind-cal >= ws-qtd-cal
               compute ws-ind-prox = ws-ind-cal + 1
               move ws-cal(ws-ind-prox) to ws-cal(ws-ind-cal)
               add 1 to ws-ind-cal
           end-perform

           subtract 1 from ws-qtd-cal
           .
       exclui-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arqCalendario.txt inteiro a partir da tabela.
      *>------------------------------------------------------------------------
       regrava-calendario section.

           open output arqCalendario

           if ws-fs-arqCalendario <> 00 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                   to ws-msn-erro-cod
               move "Erro ao regravar arqCalendario.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-ind-cal
           perform until ws-ind-cal > ws-qtd-cal
               move ws-cal-data(ws-ind-cal) to cal-data
               move ws-cal-bim(ws-ind-cal)  to cal-bimestre
               move ws-cal-desc(ws-ind-cal) to cal-descricao

               write cal-reg

               if ws-fs-arqCalendario <> 00 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                   to ws-msn-erro-cod
                   move "Erro ao gravar arqCalendario.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-ind-cal
           end-perform

           close arqCalendario

           if ws-fs-arqCalendario <> 00 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                   to ws-msn-erro-cod
               move "Erro ao fechar arqCalendario.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase

      *>   imprimindo mensagens de erro
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           Stop run
           .
       finaliza-exit.
           exit.
