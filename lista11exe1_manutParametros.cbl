      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_manutParametros".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Manutencao da tabela de parametros da escola
      *>   (arqParametros.txt, layout parmreg.cpy), so para a diretoria:
      *>     M - valor da mensalidade por fase a partir de uma competencia
      *>         (AAAAMM) - o reajuste de janeiro eh uma linha nova com a
      *>         vigencia nova; a geracao das mensalidades usa a linha de
      *>         maior vigencia ate a competencia gerada e nunca mexe nas
      *>         cobrancas ja gravadas;
      *>     D - grade de disciplinas de cada fase por ano letivo (numero
      *>         de 01 a 10 e o nome impresso no boletim);
      *>     C - copia a grade inteira de um ano letivo para outro, para
      *>         a diretoria so ajustar o que mudou.
      *>   Como no lista11exe1_manutVagas, a tabela inteira fica em
      *>   memoria e o arquivo eh regravado a cada mudanca. Na primeira
      *>   execucao (arquivo ainda nao existe) a tabela nasce com os
      *>   valores que estavam fixos nos programas: 350,00 / 420,00 /
      *>   480,00 para as fases 01-05 / 06-09 / 10-12 e a grade unica
      *>   Portugues, Matematica, Ciencias, Historia e Artes para todas
      *>   as fases no ano corrente e em cada ano letivo que ja tem nota
      *>   lancada no arqNotas.txt (o boletim e o resultado do ano leem a
      *>   grade pelo ano da nota).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqParametros assign to "arqParametros.txt" *> mensalidades e grade de disciplinas
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

           select arqNotas assign to "arqNotas.txt" *> notas lancadas (somente leitura, anos letivos ja usados)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNotas.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqParametros.
           copy "parmreg.cpy".

       fd arqNotas.
           copy "notreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-arqNotas                           pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Tabela de parametros em memoria (ordem do arquivo)
       01 ws-tab-parametros.
           05 ws-prm                               occurs 2000 times.
               10 ws-prm-tipo                      pic x(001).
               10 ws-prm-fase                      pic 9(002).
               10 ws-prm-vigencia                  pic 9(006).
               10 ws-prm-valor                     pic 9(004)v99.
               10 ws-prm-ano                       pic 9(004).
               10 ws-prm-disc                      pic 9(002).
               10 ws-prm-nome                      pic x(015).

       77 ws-qtd-prm                               pic  9(004) value zeros.
       77 ws-max-prm                               pic  9(004) value 2000.
       77 ws-ind-prm                               pic  9(004) value zeros.
       77 ws-ind-prox                              pic  9(004) value zeros.

      *>   posicao na tabela da linha procurada (zero = nao existe)
       77 ws-pos-prm                               pic  9(004) value zeros.

       77 ws-qtd-copiadas                          pic  9(004) value zeros.
       77 ws-qtd-no-destino                        pic  9(004) value zeros.

      *>----Faixas de mensalidade e grade inicial (primeira execucao) - os
      *>   valores que a escola tinha fixos nos programas
           copy "parmini.cpy".

       77 ws-ind-fase                              pic  9(002) value zeros.
       77 ws-ind-disc                              pic  9(002) value zeros.

      *>   anos letivos que recebem a grade inicial: o corrente e os que
      *>   ja tem nota lancada (30 anos x 60 linhas cabem na tabela)
       01 ws-tab-anos-grade.
           05 ws-ano-grade                         pic 9(004) occurs 30 times.

       77 ws-qtd-anos-grade                        pic  9(002) value zeros.
       77 ws-ind-ano                               pic  9(002) value zeros.
       77 ws-ano-achado                            pic  x(001) value "N".
          88  ws-ano-ja-na-lista                   value "S".

       01 ws-data-hoje                             pic  9(008) value zeros.
       01 ws-data-hoje-val redefines ws-data-hoje.
           05 ws-dh-ano                            pic 9(004).
           05 ws-dh-mes                            pic 9(002).
           05 ws-dh-dia                            pic 9(002).

      *>----Variaveis da escolha do tipo de parametro
       77 ws-tipo-edita                            pic  x(001) value spaces.
          88  ws-edita-mensalidade                 value "M" "m".
          88  ws-edita-disciplina                  value "D" "d".
          88  ws-copia-grade                       value "C" "c".

      *>----Variaveis da linha mostrada/editada na tela
       77 ws-fase-edita                            pic  9(002) value zeros.
          88  ws-fase-edita-valida                 value 1 thru 12.

       01 ws-vig-edita                             pic  9(006) value zeros.
       01 ws-vig-edita-val redefines ws-vig-edita.
           05 ws-ve-ano                            pic 9(004).
               88 ws-ve-ano-valido                  value 1900 thru 2100.
           05 ws-ve-mes                            pic 9(002).
               88 ws-ve-mes-valido                  value 1 thru 12.

       77 ws-valor-edita                           pic  9(004)v99 value zeros.

       77 ws-ano-edita                             pic  9(004) value zeros.
          88  ws-ano-edita-valido                  value 1900 thru 2100.

       77 ws-disc-edita                            pic  9(002) value zeros.
          88  ws-disc-edita-valida                 value 1 thru 10.

       77 ws-nome-edita                            pic  x(015) value spaces.

       77 ws-ano-origem                            pic  9(004) value zeros.
          88  ws-ano-origem-valido                 value 1900 thru 2100.

       77 ws-acao                                  pic  x(001) value spaces.
          88  ws-gravar-prm                        value "A" "a".
          88  ws-excluir-prm                       value "E" "e".

       77 ws-confirma                              pic  x(001) value spaces.
          88  ws-copia-confirmada                  value "S" "s".

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

       01  tela-escolha-prm.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                         Parametros da Escola                                    ".
           05 line 03 col 01 value "      Escolha do Parametro                                                       ".
           05 line 05 col 01 value "       M - Mensalidade por fase (a partir de uma competencia)                    ".
           05 line 06 col 01 value "       D - Disciplina da grade da fase no ano letivo                             ".
           05 line 07 col 01 value "       C - Copiar a grade de disciplinas de um ano para outro                    ".
           05 line 09 col 01 value "       Opcao                :                                                    ".
           05 line 11 col 01 value "                                                                                  ".

           05 sc-sair-escolha  line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-tipo-edita    line 09  col 31 pic x(001) using ws-tipo-edita  foreground-color 15.
           05 sc-msn-escolha   line 11  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-edita-mens.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                         Parametros da Escola                                    ".
           05 line 03 col 01 value "      Mensalidade por Fase                                                       ".
           05 line 05 col 01 value "       Fase (01 a 12)       :                                                    ".
           05 line 06 col 01 value "       A partir de (AAAAMM) :                                                    ".
           05 line 07 col 01 value "       Valor da mensalidade :                                                    ".
           05 line 09 col 01 value "       Acao (A-Gravar  E-Excluir):                                               ".
           05 line 11 col 01 value "                                                                                  ".

           05 sc-sair-mens     line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-fase-mens     line 05  col 31 pic 9(002) using ws-fase-edita  foreground-color 15.
           05 sc-vig-mens      line 06  col 31 pic 9(006) using ws-vig-edita   foreground-color 15.
           05 sc-valor-mens    line 07  col 31 pic 9(004)v99 using ws-valor-edita foreground-color 15.
           05 sc-acao-mens     line 09  col 40 pic x(001) using ws-acao        foreground-color 15.
           05 sc-msn-mens      line 11  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-edita-disc.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                         Parametros da Escola                                    ".
           05 line 03 col 01 value "      Grade de Disciplinas                                                       ".
           05 line 05 col 01 value "       Ano letivo (AAAA)    :                                                    ".
           05 line 06 col 01 value "       Fase (01 a 12)       :                                                    ".
           05 line 07 col 01 value "       Disciplina (01 a 10) :                                                    ".
           05 line 08 col 01 value "       Nome da disciplina   :                                                    ".
           05 line 10 col 01 value "       Acao (A-Gravar  E-Excluir):                                               ".
           05 line 12 col 01 value "                                                                                  ".

           05 sc-sair-disc     line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-ano-disc      line 05  col 31 pic 9(004) using ws-ano-edita   foreground-color 15.
           05 sc-fase-disc     line 06  col 31 pic 9(002) using ws-fase-edita  foreground-color 15.
           05 sc-num-disc      line 07  col 31 pic 9(002) using ws-disc-edita  foreground-color 15.
           05 sc-nome-disc     line 08  col 31 pic x(015) using ws-nome-edita  foreground-color 15.
           05 sc-acao-disc     line 10  col 40 pic x(001) using ws-acao        foreground-color 15.
           05 sc-msn-disc      line 12  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-copia-grade.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                         Parametros da Escola                                    ".
           05 line 03 col 01 value "      Copia da Grade de Disciplinas                                              ".
           05 line 05 col 01 value "       Copiar do ano (AAAA) :                                                    ".
           05 line 06 col 01 value "       Para o ano (AAAA)    :                                                    ".
           05 line 08 col 01 value "       Confirma a copia (S/N):                                                   ".
           05 line 10 col 01 value "                                                                                  ".

           05 sc-sair-copia    line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-ano-origem    line 05  col 31 pic 9(004) using ws-ano-origem  foreground-color 15.
           05 sc-ano-destino   line 06  col 31 pic 9(004) using ws-ano-edita   foreground-color 15.
           05 sc-confirma      line 08  col 31 pic x(001) using ws-confirma    foreground-color 15.
           05 sc-msn-copia     line 10  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - carrega a tabela de parametros
      *>  (arquivo ainda nao existir = primeira execucao, a tabela nasce
      *>  com os valores que estavam fixos nos programas).
      *>------------------------------------------------------------------------
       inicializa section.

           move zeros to ws-qtd-prm

           open input arqParametros

           if ws-fs-arqParametros = 35 then
               perform monta-tabela-inicial
               perform regrava-parametros
               move "Tabela criada com os valores vigentes." to ws-msn-aviso
           else

               if ws-fs-arqParametros <> 00 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                to ws-msn-erro-cod
                   move "Erro ao abrir arqParametros.txt." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametros = 10
                   read arqParametros

                   if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 10 then
                       move 2                                  to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                to ws-msn-erro-cod
                       move "Erro ao ler arqParametros.txt."   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqParametros = 00
                     and (prm-eh-mensalidade or prm-eh-disciplina)
                     and ws-qtd-prm < ws-max-prm then
                       add 1 to ws-qtd-prm
                       move prm-tipo to ws-prm-tipo(ws-qtd-prm)
                       move prm-fase to ws-prm-fase(ws-qtd-prm)
                       if prm-eh-mensalidade then
                           move prm-vigencia  to ws-prm-vigencia(ws-qtd-prm)
                           move prm-valor     to ws-prm-valor(ws-qtd-prm)
                           move zeros         to ws-prm-ano(ws-qtd-prm)
                           move zeros         to ws-prm-disc(ws-qtd-prm)
                           move spaces        to ws-prm-nome(ws-qtd-prm)
                       else
                           move zeros         to ws-prm-vigencia(ws-qtd-prm)
                           move zeros         to ws-prm-valor(ws-qtd-prm)
                           move prm-ano       to ws-prm-ano(ws-qtd-prm)
                           move prm-disciplina to ws-prm-disc(ws-qtd-prm)
                           move prm-nome-disc to ws-prm-nome(ws-qtd-prm)
                       end-if
                   end-if
               end-perform

               close arqParametros
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - escolhe o tipo de parametro e conduz a
      *>  edicao correspondente ate a diretoria sair.
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-sair

           perform until voltar or fechar-programa

               move spaces to ws-tipo-edita
               move spaces to ws-sair

               display tela-escolha-prm
               accept tela-escolha-prm

               if not voltar and not fechar-programa then
                   move spaces to ws-msn-aviso

                   evaluate true
                       when ws-edita-mensalidade
                           perform edita-mensalidade
                       when ws-edita-disciplina
                           perform edita-disciplina
                       when ws-copia-grade
                           perform copia-grade
                       when other
                           move "Opcao invalida (use M, D ou C)." to ws-msn-aviso
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
      *>  Edita o valor da mensalidade de uma fase a partir de uma
      *>  competencia: A grava (inclui a vigencia nova ou altera o valor
      *>  da ja existente), E exclui a vigencia.
      *>------------------------------------------------------------------------
       edita-mensalidade section.

           move zeros  to ws-fase-edita
           move zeros  to ws-vig-edita
           move zeros  to ws-valor-edita
           move spaces to ws-acao

           perform until voltar or fechar-programa
                      or ws-gravar-prm or ws-excluir-prm
               display tela-edita-mens
               accept tela-edita-mens

               if not voltar and not fechar-programa then
                   evaluate true
                       when not ws-fase-edita-valida
                           move "Fase invalida (informe de 01 a 12)." to ws-msn-aviso
                           move spaces to ws-acao
                       when not ws-ve-ano-valido or not ws-ve-mes-valido
                           move "Competencia invalida (AAAAMM)." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-gravar-prm and ws-valor-edita = zeros
                           move "Informe o valor da mensalidade." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-gravar-prm or ws-excluir-prm
                           continue
                       when other
      *>                   sem acao: mostra o valor ja gravado p/ a vigencia
                           perform localiza-mensalidade
                           if ws-pos-prm > zeros then
                               move ws-prm-valor(ws-pos-prm) to ws-valor-edita
                               move "Vigencia ja cadastrada - altere ou exclua." to ws-msn-aviso
                           else
                               move "Vigencia nova - informe o valor e use A." to ws-msn-aviso
                           end-if
                   end-evaluate
               end-if
           end-perform

           if ws-gravar-prm or ws-excluir-prm then
               perform localiza-mensalidade

               if ws-gravar-prm then
                   if ws-pos-prm = zeros then
                       perform inclui-linha
                       move "M"            to ws-prm-tipo(ws-pos-prm)
                       move ws-fase-edita  to ws-prm-fase(ws-pos-prm)
                       move ws-vig-edita   to ws-prm-vigencia(ws-pos-prm)
                       move zeros          to ws-prm-ano(ws-pos-prm)
                       move zeros          to ws-prm-disc(ws-pos-prm)
                       move spaces         to ws-prm-nome(ws-pos-prm)
                   end-if

                   if ws-pos-prm > zeros then
                       move ws-valor-edita to ws-prm-valor(ws-pos-prm)
                       perform regrava-parametros
                       move "Mensalidade gravada com sucesso." to ws-msn-aviso
                   end-if
               else
                   if ws-pos-prm = zeros then
                       move "Vigencia nao cadastrada para a fase." to ws-msn-aviso
                   else
                       perform exclui-linha
                       perform regrava-parametros
                       move "Vigencia excluida com sucesso." to ws-msn-aviso
                   end-if
               end-if
           end-if
           .
       edita-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edita uma disciplina da grade de uma fase no ano letivo: A grava
      *>  (inclui ou renomeia), E exclui.
      *>------------------------------------------------------------------------
       edita-disciplina section.

           move zeros  to ws-ano-edita
           move zeros  to ws-fase-edita
           move zeros  to ws-disc-edita
           move spaces to ws-nome-edita
           move spaces to ws-acao

           perform until voltar or fechar-programa
                      or ws-gravar-prm or ws-excluir-prm
               display tela-edita-disc
               accept tela-edita-disc

               if not voltar and not fechar-programa then
                   evaluate true
                       when not ws-ano-edita-valido
                           move "Ano letivo invalido." to ws-msn-aviso
                           move spaces to ws-acao
                       when not ws-fase-edita-valida
                           move "Fase invalida (informe de 01 a 12)." to ws-msn-aviso
                           move spaces to ws-acao
                       when not ws-disc-edita-valida
                           move "Disciplina invalida (informe de 01 a 10)." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-gravar-prm and ws-nome-edita = spaces
                           move "Informe o nome da disciplina." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-gravar-prm or ws-excluir-prm
                           continue
                       when other
      *>                   sem acao: mostra o nome ja gravado p/ a disciplina
                           perform localiza-disciplina
                           if ws-pos-prm > zeros then
                               move ws-prm-nome(ws-pos-prm) to ws-nome-edita
                               move "Disciplina ja cadastrada - altere ou exclua." to ws-msn-aviso
                           else
                               move "Disciplina nova - informe o nome e use A." to ws-msn-aviso
                           end-if
                   end-evaluate
               end-if
           end-perform

           if ws-gravar-prm or ws-excluir-prm then
               perform localiza-disciplina

               if ws-gravar-prm then
                   if ws-pos-prm = zeros then
                       perform inclui-linha
                       move "D"            to ws-prm-tipo(ws-pos-prm)
                       move ws-fase-edita  to ws-prm-fase(ws-pos-prm)
                       move zeros          to ws-prm-vigencia(ws-pos-prm)
                       move zeros          to ws-prm-valor(ws-pos-prm)
                       move ws-ano-edita   to ws-prm-ano(ws-pos-prm)
                       move ws-disc-edita  to ws-prm-disc(ws-pos-prm)
                   end-if

                   if ws-pos-prm > zeros then
                       move ws-nome-edita to ws-prm-nome(ws-pos-prm)
                       perform regrava-parametros
                       move "Disciplina gravada com sucesso." to ws-msn-aviso
                   end-if
               else
                   if ws-pos-prm = zeros then
                       move "Disciplina nao cadastrada para a fase." to ws-msn-aviso
                   else
                       perform exclui-linha
                       perform regrava-parametros
                       move "Disciplina excluida com sucesso." to ws-msn-aviso
                   end-if
               end-if
           end-if
           .
       edita-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia a grade de disciplinas inteira (todas as fases) de um ano
      *>  letivo para outro - recusa se o ano de destino ja tiver grade,
      *>  para nao misturar as duas.
      *>------------------------------------------------------------------------
       copia-grade section.

           move zeros  to ws-ano-origem
           move zeros  to ws-ano-edita
           move spaces to ws-confirma

           perform until voltar or fechar-programa or ws-copia-confirmada
               display tela-copia-grade
               accept tela-copia-grade

               if not voltar and not fechar-programa then
                   if not ws-ano-origem-valido or not ws-ano-edita-valido
                     or ws-ano-origem = ws-ano-edita then
                       move "Informe dois anos letivos diferentes." to ws-msn-aviso
                       move spaces to ws-confirma
                   end-if
               end-if
           end-perform

           if ws-copia-confirmada and not voltar and not fechar-programa then
               move zeros to ws-qtd-no-destino
               move 1 to ws-ind-prm
               perform until ws-ind-prm > ws-qtd-prm
                   if ws-prm-tipo(ws-ind-prm) = "D"
                     and ws-prm-ano(ws-ind-prm) = ws-ano-edita then
                       add 1 to ws-qtd-no-destino
                   end-if
                   add 1 to ws-ind-prm
               end-perform

               if ws-qtd-no-destino > zeros then
                   move "O ano de destino ja tem grade - nada copiado." to ws-msn-aviso
               else
                   move zeros to ws-qtd-copiadas
      *>           so as linhas que ja existiam antes da copia sao lidas
                   move ws-qtd-prm to ws-ind-prox
                   move 1 to ws-ind-prm
                   perform until ws-ind-prm > ws-ind-prox
                       if ws-prm-tipo(ws-ind-prm) = "D"
                         and ws-prm-ano(ws-ind-prm) = ws-ano-origem
                         and ws-qtd-prm < ws-max-prm then
                           add 1 to ws-qtd-prm
                           move ws-prm(ws-ind-prm) to ws-prm(ws-qtd-prm)
                           move ws-ano-edita       to ws-prm-ano(ws-qtd-prm)
                           add 1 to ws-qtd-copiadas
                       end-if
                       add 1 to ws-ind-prm
                   end-perform

                   if ws-qtd-copiadas = zeros then
                       move "O ano de origem nao tem grade cadastrada." to ws-msn-aviso
                   else
                       perform regrava-parametros
                       move "Grade copiada - disciplinas:" to ws-msn-aviso
                       move ws-qtd-copiadas to ws-msn-aviso(30:4)
                   end-if
               end-if
           end-if
           .
       copia-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura na tabela a linha M da fase+vigencia editadas (posicao
      *>  em ws-pos-prm, zero = nao existe).
      *>------------------------------------------------------------------------
       localiza-mensalidade section.

           move zeros to ws-pos-prm

           move 1 to ws-ind-prm
           perform until ws-ind-prm > ws-qtd-prm or ws-pos-prm > zeros
               if ws-prm-tipo(ws-ind-prm)     = "M"
                 and ws-prm-fase(ws-ind-prm)     = ws-fase-edita
                 and ws-prm-vigencia(ws-ind-prm) = ws-vig-edita then
                   move ws-ind-prm to ws-pos-prm
               end-if
               add 1 to ws-ind-prm
           end-perform
           .
       localiza-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura na tabela a linha D do ano+fase+disciplina editados
      *>  (posicao em ws-pos-prm, zero = nao existe).
      *>------------------------------------------------------------------------
       localiza-disciplina section.

           move zeros to ws-pos-prm

           move 1 to ws-ind-prm
           perform until ws-ind-prm > ws-qtd-prm or ws-pos-prm > zeros
               if ws-prm-tipo(ws-ind-prm)   = "D"
                 and ws-prm-ano(ws-ind-prm)  = ws-ano-edita
                 and ws-prm-fase(ws-ind-prm) = ws-fase-edita
                 and ws-prm-disc(ws-ind-prm) = ws-disc-edita then
                   move ws-ind-prm to ws-pos-prm
               end-if
               add 1 to ws-ind-prm
           end-perform
           .
       localiza-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre uma linha nova no fim da tabela (posicao em ws-pos-prm,
      *>  zero = tabela cheia).
      *>------------------------------------------------------------------------
       inclui-linha section.

           if ws-qtd-prm < ws-max-prm then
               add 1 to ws-qtd-prm
               move ws-qtd-prm to ws-pos-prm
           else
               move zeros to ws-pos-prm
               move "Tabela de parametros cheia." to ws-msn-aviso
           end-if
           .
       inclui-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira da tabela a linha em ws-pos-prm, puxando as seguintes.
      *>------------------------------------------------------------------------
       exclui-linha section.

           move ws-pos-prm to ws-ind-prm
           perform until ws-ind-prm >= ws-qtd-prm
               compute ws-ind-prox = ws-ind-prm + 1
               move ws-prm(ws-ind-prox) to ws-prm(ws-ind-prm)
               add 1 to ws-ind-prm
           end-perform

           subtract 1 from ws-qtd-prm
           .
       exclui-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tabela da primeira execucao com os valores que estavam
      *>  fixos nos programas: as tres faixas de mensalidade valendo
      *>  desde sempre e a grade unica no ano corrente e em cada ano
      *>  letivo com nota ja lancada.
      *>------------------------------------------------------------------------
       monta-tabela-inicial section.

           accept ws-data-hoje from date yyyymmdd

           move 1         to ws-qtd-anos-grade
           move ws-dh-ano to ws-ano-grade(1)
           perform carrega-anos-notas

           move 1 to ws-ind-fase
           perform until ws-ind-fase > 12
               add 1 to ws-qtd-prm
               move "M"         to ws-prm-tipo(ws-qtd-prm)
               move ws-ind-fase to ws-prm-fase(ws-qtd-prm)
               move 190001      to ws-prm-vigencia(ws-qtd-prm)
               move zeros       to ws-prm-ano(ws-qtd-prm)
               move zeros       to ws-prm-disc(ws-qtd-prm)
               move spaces      to ws-prm-nome(ws-qtd-prm)

               evaluate true
                   when ws-ind-fase <= 05
                       move pri-valor-faixa-1 to ws-prm-valor(ws-qtd-prm)
                   when ws-ind-fase <= 09
                       move pri-valor-faixa-2 to ws-prm-valor(ws-qtd-prm)
                   when other
                       move pri-valor-faixa-3 to ws-prm-valor(ws-qtd-prm)
               end-evaluate

               add 1 to ws-ind-fase
           end-perform

           move 1 to ws-ind-ano
           perform until ws-ind-ano > ws-qtd-anos-grade
               move 1 to ws-ind-fase
               perform until ws-ind-fase > 12
                   move 1 to ws-ind-disc
                   perform until ws-ind-disc > pri-qtd-disc-inicial
                       add 1 to ws-qtd-prm
                       move "D"         to ws-prm-tipo(ws-qtd-prm)
                       move ws-ind-fase to ws-prm-fase(ws-qtd-prm)
                       move zeros       to ws-prm-vigencia(ws-qtd-prm)
                       move zeros       to ws-prm-valor(ws-qtd-prm)
                       move ws-ano-grade(ws-ind-ano) to ws-prm-ano(ws-qtd-prm)
                       move ws-ind-disc to ws-prm-disc(ws-qtd-prm)
                       move pri-nome-disc-inicial(ws-ind-disc)
                           to ws-prm-nome(ws-qtd-prm)
                       add 1 to ws-ind-disc
                   end-perform
                   add 1 to ws-ind-fase
               end-perform
               add 1 to ws-ind-ano
           end-perform
           .
       monta-tabela-inicial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Junta na lista de anos da grade inicial os anos letivos que ja
      *>  tem nota no arqNotas.txt - arquivo ainda nao existir = nenhuma
      *>  nota lancada, fica so o ano corrente.
      *>------------------------------------------------------------------------
       carrega-anos-notas section.

           open input arqNotas

           if ws-fs-arqNotas <> 35 then

               if ws-fs-arqNotas <> 00 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                     to ws-msn-erro-cod
                   move "Erro ao abrir arqNotas.txt."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqNotas = 10
                   read arqNotas

                   if ws-fs-arqNotas <> 00 and ws-fs-arqNotas <> 10 then
                       move 7                                  to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                     to ws-msn-erro-cod
                       move "Erro ao ler arqNotas.txt."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqNotas = 00
                     and not-ano >= 1900 and not-ano <= 2100 then
                       move "N" to ws-ano-achado
                       move 1 to ws-ind-ano
                       perform until ws-ind-ano > ws-qtd-anos-grade
                           if ws-ano-grade(ws-ind-ano) = not-ano then
                               move "S" to ws-ano-achado
                           end-if
                           add 1 to ws-ind-ano
                       end-perform

                       if not ws-ano-ja-na-lista
                         and ws-qtd-anos-grade < 30 then
                           add 1 to ws-qtd-anos-grade
                           move not-ano to ws-ano-grade(ws-qtd-anos-grade)
                       end-if
                   end-if
               end-perform

               close arqNotas
           end-if
           .
       carrega-anos-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arqParametros.txt inteiro a partir da tabela em memoria.
      *>------------------------------------------------------------------------
       regrava-parametros section.

           open output arqParametros

           if ws-fs-arqParametros <> 00 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametros                   to ws-msn-erro-cod
               move "Erro ao regravar arqParametros.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-ind-prm
           perform until ws-ind-prm > ws-qtd-prm
               move spaces                   to prm-reg
               move ws-prm-tipo(ws-ind-prm)  to prm-tipo
               move ws-prm-fase(ws-ind-prm)  to prm-fase

               if prm-eh-mensalidade then
                   move ws-prm-vigencia(ws-ind-prm) to prm-vigencia
                   move ws-prm-valor(ws-ind-prm)    to prm-valor
               else
                   move ws-prm-ano(ws-ind-prm)      to prm-ano
                   move ws-prm-disc(ws-ind-prm)     to prm-disciplina
                   move ws-prm-nome(ws-ind-prm)     to prm-nome-disc
               end-if

               write prm-reg

               if ws-fs-arqParametros <> 00 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                   to ws-msn-erro-cod
                   move "Erro ao gravar arqParametros.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-ind-prm
           end-perform

           close arqParametros

           if ws-fs-arqParametros <> 00 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametros                   to ws-msn-erro-cod
               move "Erro ao fechar arqParametros.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-parametros-exit.
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
