      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_manutAtribuicoes".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Manutencao da atribuicao de professores (arqAtribuicoes.txt,
      *>   layout atrireg.cpy), pela coordenacao: para cada ano letivo,
      *>   liga o operador de perfil PROFESSOR (arqOperadores.txt) a
      *>   fase e a disciplina da grade que ele atende - disciplina 00 =
      *>   todas as disciplinas da fase (professor regente). A disciplina
      *>   precisa estar na grade da fase no ano (linhas D do
      *>   arqParametros.txt; enquanto a tabela nao foi criada vale a
      *>   grade inicial do parmini.cpy em todas as fases e anos). A chamada e o lancamento de notas so
      *>   deixam o professor abrir as combinacoes gravadas aqui, e o
      *>   controle de chamada e notas pendentes (relControleTurmas) sai
      *>   por fase e professor a partir desta tabela. Como no
      *>   lista11exe1_manutParametros, a tabela inteira fica em memoria
      *>   e o arquivo eh regravado a cada mudanca (em ordem de ano,
      *>   professor, fase e disciplina). O ano e o professor ficam na
      *>   tela depois de cada gravacao, para atribuir varias disciplinas
      *>   seguidas.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAtribuicoes assign to "arqAtribuicoes.txt" *> professor x fase x disciplina por ano letivo
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAtribuicoes.

           select arqOperadores assign to "arqOperadores.txt" *> operadores do sistema (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

           select arqParametros assign to "arqParametros.txt" *> grade de disciplinas (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAtribuicoes.
           copy "atrireg.cpy".

       fd arqOperadores.
           copy "opereg.cpy".

       fd arqParametros.
           copy "parmreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqAtribuicoes                     pic  9(02).
       77 ws-fs-arqOperadores                      pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Tabela de atribuicoes em memoria (ordem de ano, professor,
      *>   fase e disciplina - a linha inteira eh a chave de ordenacao)
       01 ws-tab-atribuicoes.
           05 ws-atr                               occurs 1000 times.
               10 ws-atr-ano                       pic 9(004).
               10 ws-atr-usuario                   pic x(020).
               10 ws-atr-fase                      pic 9(002).
               10 ws-atr-disc                      pic 9(002).

       77 ws-qtd-atr                               pic  9(004) value zeros.
       77 ws-max-atr                               pic  9(004) value 1000.
       77 ws-ind-atr                               pic  9(004) value zeros.
       77 ws-ind-prox                              pic  9(004) value zeros.

      *>   posicao na tabela da linha procurada (zero = nao existe)
       77 ws-pos-atr                               pic  9(004) value zeros.

      *>----Operadores de perfil PROFESSOR (arqOperadores.txt)
       01 ws-tab-professores.
           05 ws-prof-usuario                      pic x(020) occurs 99 times.

       77 ws-qtd-prof                              pic  9(003) value zeros.
       77 ws-ind-prof                              pic  9(003) value zeros.

       77 ws-achou-prof                            pic  x(001) value "N".
          88  ws-eh-professor                      value "S".

      *>----Grade de disciplinas de todas as fases e anos (linhas D do
      *>   arqParametros.txt)
       01 ws-tab-grade.
           05 ws-tab-grade-disc                    occurs 2000 times.
               10 ws-tg-ano                        pic 9(004).
               10 ws-tg-fase                       pic 9(002).
               10 ws-tg-disc                       pic 9(002).
               10 ws-tg-nome                       pic x(015).

       77 ws-qtd-grade                             pic  9(004) value zeros.
       77 ws-ind-grade                             pic  9(004) value zeros.
       77 ws-ind-fase-ini                          pic  9(002) value zeros.
       77 ws-ind-disc-ini                          pic  9(002) value zeros.

      *>   grade usada enquanto a tabela de parametros nao existe
           copy "parmini.cpy".

      *>----Linha mostrada/editada na tela (mesmo layout da linha da
      *>   tabela, para comparar na ordenacao)
       01 ws-chave-edita.
           05 ws-ano-edita                         pic 9(004) value zeros.
               88 ws-ano-edita-valido               value 1900 thru 2100.
           05 ws-usuario-edita                     pic x(020) value spaces.
           05 ws-fase-edita                        pic 9(002) value zeros.
               88 ws-fase-edita-valida              value 1 thru 12.
           05 ws-disc-edita                        pic 9(002) value zeros.
               88 ws-disc-edita-valida              value 0 thru 10.

       77 ws-disc-mostra                           pic  x(015) value spaces.

      *>----Atribuicoes do professor no ano, mostradas como FF/DD
       01 ws-resumo-prof.
           05 ws-rp-item                           occurs 8 times.
               10 ws-rp-fase                       pic x(002).
               10 ws-rp-barra                      pic x(001).
               10 ws-rp-disc                       pic x(002).
               10 filler                           pic x(001).
           05 ws-rp-mais                           pic x(003).

       77 ws-qtd-resumo                            pic  9(003) value zeros.

       77 ws-acao                                  pic  x(001) value spaces.
          88  ws-gravar-atr                        value "A" "a".
          88  ws-excluir-atr                       value "E" "e".

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

       01  tela-edita-atr.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                        Atribuicao de Professores                                ".
           05 line 03 col 01 value "      Professor x Fase x Disciplina no Ano Letivo                                ".
           05 line 05 col 01 value "       Ano letivo (AAAA)    :                                                    ".
           05 line 06 col 01 value "       Professor (usuario)  :                                                    ".
           05 line 07 col 01 value "       Fase (01 a 12)       :                                                    ".
           05 line 08 col 01 value "       Disciplina (00=todas):                                                    ".
           05 line 10 col 01 value "       Acao (A-Gravar  E-Excluir):                                               ".
           05 line 12 col 01 value "       Atribuicoes do professor no ano (fase/disciplina):                        ".
           05 line 15 col 01 value "                                                                                  ".

           05 sc-sair-atr      line 01  col 71 pic x(001) using ws-sair          foreground-color 12.
           05 sc-ano-atr       line 05  col 31 pic 9(004) using ws-ano-edita     foreground-color 15.
           05 sc-usuario-atr   line 06  col 31 pic x(020) using ws-usuario-edita foreground-color 15.
           05 sc-fase-atr      line 07  col 31 pic 9(002) using ws-fase-edita    foreground-color 15.
           05 sc-disc-atr      line 08  col 31 pic 9(002) using ws-disc-edita    foreground-color 15.
           05 sc-nome-disc-atr line 08  col 36 pic x(015) from  ws-disc-mostra   foreground-color 12.
           05 sc-acao-atr      line 10  col 40 pic x(001) using ws-acao          foreground-color 15.
           05 sc-resumo-atr    line 13  col 08 pic x(051) from  ws-resumo-prof   foreground-color 12.
           05 sc-msn-atr       line 15  col 08 pic x(050) from  ws-msn-aviso     foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - carrega a tabela de atribuicoes
      *>  (arquivo ainda nao existir = nenhuma atribuicao feita), os
      *>  professores e a grade de disciplinas.
      *>------------------------------------------------------------------------
       inicializa section.

           move zeros to ws-qtd-atr

           open input arqAtribuicoes

           if ws-fs-arqAtribuicoes <> 35 then

               if ws-fs-arqAtribuicoes <> 00 then
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
                   move "Erro ao abrir arqAtribuicoes.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAtribuicoes = 10
                   read arqAtribuicoes

                   if ws-fs-arqAtribuicoes <> 00 and ws-fs-arqAtribuicoes <> 10 then
                       move 2                                     to ws-msn-erro-ofsset
                       move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
                       move "Erro ao ler arqAtribuicoes.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAtribuicoes = 00 and ws-qtd-atr < ws-max-atr then
                       add 1 to ws-qtd-atr
                       move atr-ano        to ws-atr-ano(ws-qtd-atr)
                       move atr-usuario    to ws-atr-usuario(ws-qtd-atr)
                       move atr-fase       to ws-atr-fase(ws-qtd-atr)
                       move atr-disciplina to ws-atr-disc(ws-qtd-atr)
                   end-if
               end-perform

               close arqAtribuicoes
           end-if

           perform carrega-professores
           perform carrega-grade
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os operadores de perfil PROFESSOR.
      *>------------------------------------------------------------------------
       carrega-professores section.

           move zeros to ws-qtd-prof

           open input arqOperadores

           if ws-fs-arqOperadores <> 35 then

               if ws-fs-arqOperadores <> 00 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao abrir arqOperadores.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqOperadores = 10
                   read arqOperadores

                   if ws-fs-arqOperadores <> 00 and ws-fs-arqOperadores <> 10 then
                       move 4                                    to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                  to ws-msn-erro-cod
                       move "Erro ao ler arqOperadores.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqOperadores = 00 and ope-professor
                     and ws-qtd-prof < 99 then
                       add 1 to ws-qtd-prof
                       move ope-usuario to ws-prof-usuario(ws-qtd-prof)
                   end-if
               end-perform

               close arqOperadores
           end-if

           if ws-qtd-prof = zeros then
               move "Nenhum operador PROFESSOR cadastrado." to ws-msn-aviso
           end-if
           .
       carrega-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a grade de disciplinas (linhas D do arqParametros) -
      *>  arquivo ainda nao existir = grade inicial em todas as fases, com
      *>  ano zerado (vale para qualquer ano letivo).
      *>------------------------------------------------------------------------
       carrega-grade section.

           move zeros to ws-qtd-grade

           open input arqParametros

           if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 35 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametros                   to ws-msn-erro-cod
               move "Erro ao abrir arqParametros.txt."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametros = 00 then
               perform until ws-fs-arqParametros = 10
                   read arqParametros

                   if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 10 then
                       move 6                                     to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                   to ws-msn-erro-cod
                       move "Erro ao ler arqParametros.txt."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqParametros = 00 and prm-eh-disciplina
                     and ws-qtd-grade < 2000 then
                       add 1 to ws-qtd-grade
                       move prm-ano        to ws-tg-ano(ws-qtd-grade)
                       move prm-fase       to ws-tg-fase(ws-qtd-grade)
                       move prm-disciplina to ws-tg-disc(ws-qtd-grade)
                       move prm-nome-disc  to ws-tg-nome(ws-qtd-grade)
                   end-if
               end-perform

               close arqParametros
           else
               move 1 to ws-ind-fase-ini
               perform until ws-ind-fase-ini > 12
                   move 1 to ws-ind-disc-ini
                   perform until ws-ind-disc-ini > pri-qtd-disc-inicial
                       add 1 to ws-qtd-grade
                       move zeros           to ws-tg-ano(ws-qtd-grade)
                       move ws-ind-fase-ini to ws-tg-fase(ws-qtd-grade)
                       move ws-ind-disc-ini to ws-tg-disc(ws-qtd-grade)
                       move pri-nome-disc-inicial(ws-ind-disc-ini)
                           to ws-tg-nome(ws-qtd-grade)
                       add 1 to ws-ind-disc-ini
                   end-perform
                   add 1 to ws-ind-fase-ini
               end-perform
           end-if
           .
       carrega-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - edita uma atribuicao por vez ate a
      *>  coordenacao sair.
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-sair
           move spaces to ws-resumo-prof

           perform until voltar or fechar-programa
               perform edita-atribuicao
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edita uma atribuicao: A grava a combinacao nova, E exclui a
      *>  existente. Sem acao, mostra se a combinacao ja esta gravada e
      *>  as atribuicoes do professor no ano.
      *>------------------------------------------------------------------------
       edita-atribuicao section.

           move zeros  to ws-fase-edita
           move zeros  to ws-disc-edita
           move spaces to ws-disc-mostra
           move spaces to ws-acao

           perform until voltar or fechar-programa
                      or ws-gravar-atr or ws-excluir-atr
               display tela-edita-atr
               accept tela-edita-atr

               if not voltar and not fechar-programa then
                   perform busca-disciplina
                   perform busca-professor
                   perform monta-resumo-prof

                   evaluate true
                       when not ws-ano-edita-valido
                           move "Ano letivo invalido." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-usuario-edita = spaces
                           move "Informe o usuario do professor." to ws-msn-aviso
                           move spaces to ws-acao
                       when not ws-fase-edita-valida
                           move "Fase invalida (informe de 01 a 12)." to ws-msn-aviso
                           move spaces to ws-acao
                       when not ws-disc-edita-valida
                           move "Disciplina invalida (00 a 10)." to ws-msn-aviso
                           move spaces to ws-acao
      *>               a exclusao vale mesmo para quem deixou de ser
      *>               professor ou disciplina que saiu da grade
                       when ws-excluir-atr
                           continue
                       when not ws-eh-professor
                           move "Usuario nao eh operador PROFESSOR." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-disc-edita > zeros and ws-disc-mostra = spaces
                           move "Disciplina fora da grade da fase no ano." to ws-msn-aviso
                           move spaces to ws-acao
                       when ws-gravar-atr
                           continue
                       when other
                           perform localiza-atribuicao
                           if ws-pos-atr > zeros then
                               move "Atribuicao ja cadastrada - use E para excluir." to ws-msn-aviso
                           else
                               move "Atribuicao nova - use A para gravar." to ws-msn-aviso
                           end-if
                   end-evaluate
               end-if
           end-perform

           if ws-gravar-atr or ws-excluir-atr then
               perform localiza-atribuicao

               if ws-gravar-atr then
                   if ws-pos-atr > zeros then
                       move "Atribuicao ja cadastrada." to ws-msn-aviso
                   else
                       perform inclui-atribuicao
                       if ws-pos-atr > zeros then
                           perform regrava-atribuicoes
                           move "Atribuicao gravada com sucesso." to ws-msn-aviso
                       end-if
                   end-if
               else
                   if ws-pos-atr = zeros then
                       move "Atribuicao nao cadastrada." to ws-msn-aviso
                   else
                       perform exclui-atribuicao
                       perform regrava-atribuicoes
                       move "Atribuicao excluida com sucesso." to ws-msn-aviso
                   end-if
               end-if

               perform monta-resumo-prof
           end-if
           .
       edita-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome da disciplina editada na grade da fase no ano (espacos =
      *>  fora da grade; ano zerado na grade = todo ano); disciplina 00 =
      *>  todas.
      *>------------------------------------------------------------------------
       busca-disciplina section.

           move spaces to ws-disc-mostra

           if ws-disc-edita = zeros then
               move "TODAS (regente)" to ws-disc-mostra
           else
               move 1 to ws-ind-grade
               perform until ws-ind-grade > ws-qtd-grade
                   if (ws-tg-ano(ws-ind-grade) = ws-ano-edita
                       or ws-tg-ano(ws-ind-grade) = zeros)
                     and ws-tg-fase(ws-ind-grade) = ws-fase-edita
                     and ws-tg-disc(ws-ind-grade) = ws-disc-edita then
                       move ws-tg-nome(ws-ind-grade) to ws-disc-mostra
                   end-if
                   add 1 to ws-ind-grade
               end-perform
           end-if
           .
       busca-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O usuario editado eh operador de perfil PROFESSOR?
      *>------------------------------------------------------------------------
       busca-professor section.

           move "N" to ws-achou-prof

           move 1 to ws-ind-prof
           perform until ws-ind-prof > ws-qtd-prof or ws-eh-professor
               if ws-prof-usuario(ws-ind-prof) = ws-usuario-edita then
                   move "S" to ws-achou-prof
               end-if
               add 1 to ws-ind-prof
           end-perform
           .
       busca-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a lista FF/DD das atribuicoes do professor no ano
      *>  editado (as 8 primeiras; "..." quando ha mais).
      *>------------------------------------------------------------------------
       monta-resumo-prof section.

           move spaces to ws-resumo-prof
           move zeros  to ws-qtd-resumo

           move 1 to ws-ind-atr
           perform until ws-ind-atr > ws-qtd-atr
               if ws-atr-ano(ws-ind-atr) = ws-ano-edita
                 and ws-atr-usuario(ws-ind-atr) = ws-usuario-edita then
                   add 1 to ws-qtd-resumo
                   if ws-qtd-resumo <= 8 then
                       move ws-atr-fase(ws-ind-atr) to ws-rp-fase(ws-qtd-resumo)
                       move "/"                     to ws-rp-barra(ws-qtd-resumo)
                       move ws-atr-disc(ws-ind-atr) to ws-rp-disc(ws-qtd-resumo)
                   else
                       move "..." to ws-rp-mais
                   end-if
               end-if
               add 1 to ws-ind-atr
           end-perform
           .
       monta-resumo-prof-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura na tabela a atribuicao editada (posicao em ws-pos-atr,
      *>  zero = nao existe).
      *>------------------------------------------------------------------------
       localiza-atribuicao section.

           move zeros to ws-pos-atr

           move 1 to ws-ind-atr
           perform until ws-ind-atr > ws-qtd-atr or ws-pos-atr > zeros
               if ws-atr(ws-ind-atr) = ws-chave-edita then
                   move ws-ind-atr to ws-pos-atr
               end-if
               add 1 to ws-ind-atr
           end-perform
           .
       localiza-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui a atribuicao editada na posicao dela na ordem da tabela,
      *>  empurrando as seguintes (posicao em ws-pos-atr, zero = tabela
      *>  cheia).
      *>------------------------------------------------------------------------
       inclui-atribuicao section.

           if ws-qtd-atr >= ws-max-atr then
               move zeros to ws-pos-atr
               move "Tabela de atribuicoes cheia." to ws-msn-aviso
           else
               compute ws-pos-atr = ws-qtd-atr + 1

               move 1 to ws-ind-atr
               perform until ws-ind-atr > ws-qtd-atr
                          or ws-pos-atr <= ws-qtd-atr
                   if ws-atr(ws-ind-atr) > ws-chave-edita then
                       move ws-ind-atr to ws-pos-atr
                   end-if
                   add 1 to ws-ind-atr
               end-perform

               move ws-qtd-atr to ws-ind-atr
               perform until ws-ind-atr < ws-pos-atr
                   compute ws-ind-prox = ws-ind-atr + 1
                   move ws-atr(ws-ind-atr) to ws-atr(ws-ind-prox)
                   subtract 1 from ws-ind-atr
               end-perform

               move ws-chave-edita to ws-atr(ws-pos-atr)
               add 1 to ws-qtd-atr
           end-if
           .
       inclui-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira da tabela a linha em ws-pos-atr, puxando as seguintes.
      *>------------------------------------------------------------------------
       exclui-atribuicao section.

           move ws-pos-atr to ws-ind-atr
           perform until ws-ind-atr >= ws-qtd-atr
               compute ws-ind-prox = ws-ind-atr + 1
               move ws-atr(ws-ind-prox) to ws-atr(ws-ind-atr)
               add 1 to ws-ind-atr
           end-perform

           subtract 1 from ws-qtd-atr
           .
       exclui-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arqAtribuicoes.txt inteiro a partir da tabela.
      *>------------------------------------------------------------------------
       regrava-atribuicoes section.

           open output arqAtribuicoes

           if ws-fs-arqAtribuicoes <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                   to ws-msn-erro-cod
               move "Erro ao regravar arqAtribuicoes.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-ind-atr
           perform until ws-ind-atr > ws-qtd-atr
               move ws-atr-ano(ws-ind-atr)     to atr-ano
               move ws-atr-usuario(ws-ind-atr) to atr-usuario
               move ws-atr-fase(ws-ind-atr)    to atr-fase
               move ws-atr-disc(ws-ind-atr)    to atr-disciplina

               write atr-reg

               if ws-fs-arqAtribuicoes <> 00 then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
                   move "Erro ao gravar arqAtribuicoes.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-ind-atr
           end-perform

           close arqAtribuicoes

           if ws-fs-arqAtribuicoes <> 00 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
               move "Erro ao fechar arqAtribuicoes.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-atribuicoes-exit.
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
