      *>   ja tem nota lancada para o mesmo ano+bimestre+disciplina eh
      *>   pulado - um lancamento interrompido com Sair pode ser rodado
      *>   de novo e retoma de onde parou, sem nota em duplicidade.
      *>   A disciplina precisa estar na grade da fase no ano letivo
      *>   (linhas D do arqParametros.txt, mantidas pela diretoria no
      *>   lista11exe1_manutParametros; enquanto a tabela nao foi criada
      *>   vale a grade inicial do parmini.cpy em todas as fases e anos);
      *>   a grade da fase eh mostrada na tela assim que o ano e a fase
      *>   sao informados. Operador de
      *>   perfil PROFESSOR (PERFIL posto no ambiente pelo menu) so lanca
      *>   nota de fase e disciplina atribuidas a ele no ano letivo (ou
      *>   da fase inteira, disciplina 00), na tabela de atribuicoes
      *>   mantida pela coordenacao (arqAtribuicoes.txt,
      *>   lista11exe1_manutAtribuicoes).

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqNotas.

           select arqParametros assign to "arqParametros.txt" *> grade de disciplinas (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

           select arqAtribuicoes assign to "arqAtribuicoes.txt" *> professor x fase x disciplina (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAtribuicoes.

      *>Declaração de variáveis
       data division.

       fd arqNotas.
           copy "notreg.cpy".

       fd arqParametros.
           copy "parmreg.cpy".

       fd arqAtribuicoes.
           copy "atrireg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqNotas                           pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-arqAtribuicoes                     pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  ws-bim-lanc-valido                   value 1 thru 4.

       77 ws-disc-lanc                             pic  9(002) value zeros.
          88  ws-disc-lanc-valida                  value 1 thru 10.

      *>----Grade de disciplinas de todas as fases e anos (linhas D do
      *>   arqParametros.txt; numero = o gravado em not-disciplina). Sem
      *>   o arquivo entra a grade inicial com ano zerado = todo ano.
       01 ws-tab-grade.
           05 ws-tab-grade-disc                    occurs 2000 times.
               10 ws-tg-ano                        pic 9(004).
               10 ws-tg-fase                       pic 9(002).
               10 ws-tg-disc                       pic 9(002).
               10 ws-tg-nome                       pic x(015).

       77 ws-qtd-grade                             pic  9(004) value zeros.
       77 ws-ind-grade                             pic  9(004) value zeros.
       77 ws-qtd-grade-fase                        pic  9(002) value zeros.
       77 ws-ind-fase-ini                          pic  9(002) value zeros.
       77 ws-ind-disc-ini                          pic  9(002) value zeros.

           copy "parmini.cpy".

      *>----Grade da fase mostrada na abertura: linha 1 a 5, coluna 1
      *>   para as disciplinas 01-05 e coluna 2 para as 06-10
       01 ws-lista-grade.
           05 ws-lista-linha                       occurs 5 times.
               10 ws-lista-item                    occurs 2 times.
                   15 ws-li-num                    pic x(002).
                   15 ws-li-traco                  pic x(001).
                   15 ws-li-nome                   pic x(015).
                   15 filler                       pic x(004).

       77 ws-lin-lista                             pic  9(001) value zeros.
       77 ws-col-lista                             pic  9(001) value zeros.

      *>----Variaveis do lancamento do aluno corrente
       77 ws-cod-aluno                             pic  9(004) value zeros.
      *>   de 9999 e encerrar o perform sem estourar
       77 ws-ind-cod                               pic  9(005) value zeros.

      *>----Operador assinado no menu e, para o professor, as fases e
      *>   disciplinas atribuidas a ele (ano + fase + disciplina, 00 =
      *>   todas as da fase)
       77 ws-operador                              pic  X(020) value spaces.
       77 ws-perfil                                pic  X(010) value spaces.
          88  ws-perfil-professor                  value "PROFESSOR".

       01 ws-tab-atr-prof.
           05 ws-ap                                occurs 200 times.
               10 ws-ap-ano                        pic 9(004).
               10 ws-ap-fase                       pic 9(002).
               10 ws-ap-disc                       pic 9(002).

       77 ws-qtd-ap                                pic  9(003) value zeros.
       77 ws-ind-ap                                pic  9(003) value zeros.

       77 ws-atribuida                             pic  x(001) value "N".
          88  ws-combinacao-atribuida              value "S".

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
           05 line 05 col 01 value "       Ano letivo (AAAA)    :                                                    ".
           05 line 06 col 01 value "       Fase (01 a 12)       :                                                    ".
           05 line 07 col 01 value "       Bimestre (1 a 4)     :                                                    ".
           05 line 08 col 01 value "       Disciplina (01 a 10) :                                                    ".
           05 line 16 col 01 value "                                                                                  ".

           05 sc-sair-abre     line 01  col 71 pic x(001) using ws-sair       foreground-color 12.
           05 sc-ano-lanc      line 05  col 31 pic 9(004) using ws-ano-lanc   foreground-color 15.
           05 sc-fase-lanc     line 06  col 31 pic 9(002) using ws-fase-lanc  foreground-color 15.
           05 sc-bim-lanc      line 07  col 31 pic 9(001) using ws-bim-lanc   foreground-color 15.
           05 sc-disc-lanc     line 08  col 31 pic 9(002) using ws-disc-lanc  foreground-color 15.
           05 sc-grade-1       line 10  col 08 pic x(044) from  ws-lista-linha(1) foreground-color 12.
           05 sc-grade-2       line 11  col 08 pic x(044) from  ws-lista-linha(2) foreground-color 12.
           05 sc-grade-3       line 12  col 08 pic x(044) from  ws-lista-linha(3) foreground-color 12.
           05 sc-grade-4       line 13  col 08 pic x(044) from  ws-lista-linha(4) foreground-color 12.
           05 sc-grade-5       line 14  col 08 pic x(044) from  ws-lista-linha(5) foreground-color 12.
           05 sc-msn-abre      line 16  col 08 pic x(050) from  ws-msn-aviso  foreground-color 12.

       01  tela-lanca-nota.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - carrega a grade de disciplinas
      *>  (arquivo ainda nao existir = grade inicial do parmini.cpy em
      *>  todas as fases e anos) e, para o professor assinado no menu, as
      *>  atribuicoes dele
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-operador from environment "OPERADOR"
           accept ws-perfil   from environment "PERFIL"

           if ws-perfil-professor then
               perform carrega-atribuicoes
           end-if

           move zeros to ws-qtd-grade

           open input arqParametros

           if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 35 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametros                   to ws-msn-erro-cod
               move "Erro ao abrir arqParametros.txt."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametros = 00 then
               perform until ws-fs-arqParametros = 10
                   read arqParametros

                   if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 10 then
                       move 10                                    to ws-msn-erro-ofsset
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
               perform monta-grade-inicial
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela sem arquivo de parametros: a grade inicial em todas as
      *>  fases, com ano zerado (vale para qualquer ano letivo).
      *>------------------------------------------------------------------------
       monta-grade-inicial section.

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
           .
       monta-grade-inicial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - abre o lancamento (ano + fase +
      *>  bimestre + disciplina) e percorre os alunos da fase em ordem de
       processamento section.

           move spaces to ws-sair
           move spaces to ws-msn-aviso
           move spaces to ws-lista-grade

           perform until voltar or fechar-programa

               move zeros  to ws-fase-lanc
               move zeros  to ws-bim-lanc
               move zeros  to ws-disc-lanc
               move spaces to ws-sair

               display tela-abre-lanc
               accept tela-abre-lanc

               if not voltar and not fechar-programa then
                   move spaces to ws-msn-aviso
                   move spaces to ws-lista-grade
                   move spaces to ws-disc-mostra

                   if ws-ano-lanc-valido and ws-fase-lanc-valida then
                       perform monta-grade-fase
                   end-if

                   perform confere-atribuicao

                   evaluate true
                       when not ws-ano-lanc-valido
                         or not ws-fase-lanc-valida
                         or not ws-bim-lanc-valido
                         or not ws-disc-lanc-valida
                           move "Ano, fase, bimestre ou disciplina invalido." to ws-msn-aviso
                       when ws-qtd-grade-fase = zeros
                           move "Fase sem grade de disciplinas no ano letivo." to ws-msn-aviso
                       when ws-disc-mostra = spaces
                           move "Disciplina fora da grade da fase (veja acima)." to ws-msn-aviso
                       when not ws-combinacao-atribuida
                           move "Fase/disciplina nao atribuida ao professor." to ws-msn-aviso
                       when other
                           perform lanca-turma
                   end-evaluate
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a grade da fase no ano letivo informados para a tela e,
      *>  se a disciplina informada estiver nela, o nome em
      *>  ws-disc-mostra (espacos = disciplina fora da grade).
      *>------------------------------------------------------------------------
       monta-grade-fase section.

           move zeros  to ws-qtd-grade-fase
           move spaces to ws-lista-grade
           move spaces to ws-disc-mostra

           move 1 to ws-ind-grade
           perform until ws-ind-grade > ws-qtd-grade
               if (ws-tg-ano(ws-ind-grade) = ws-ano-lanc
                   or ws-tg-ano(ws-ind-grade) = zeros)
                 and ws-tg-fase(ws-ind-grade) = ws-fase-lanc
                 and ws-tg-disc(ws-ind-grade) >= 1
                 and ws-tg-disc(ws-ind-grade) <= 10 then
                   add 1 to ws-qtd-grade-fase

                   if ws-tg-disc(ws-ind-grade) <= 5 then
                       move ws-tg-disc(ws-ind-grade) to ws-lin-lista
                       move 1 to ws-col-lista
                   else
                       compute ws-lin-lista = ws-tg-disc(ws-ind-grade) - 5
                       move 2 to ws-col-lista
                   end-if

                   move ws-tg-disc(ws-ind-grade) to ws-li-num(ws-lin-lista, ws-col-lista)
                   move "-"                      to ws-li-traco(ws-lin-lista, ws-col-lista)
                   move ws-tg-nome(ws-ind-grade) to ws-li-nome(ws-lin-lista, ws-col-lista)

                   if ws-tg-disc(ws-ind-grade) = ws-disc-lanc then
                       move ws-tg-nome(ws-ind-grade) to ws-disc-mostra
                   end-if
               end-if
               add 1 to ws-ind-grade
           end-perform
           .
       monta-grade-fase-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o arqCad em ordem de codigo pedindo a nota de cada
      *>  aluno da fase escolhida e gravando uma linha no arqNotas por
       lanca-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega, do arqAtribuicoes, as fases e disciplinas atribuidas ao
      *>  professor assinado - arquivo ainda nao existir significa
      *>  nenhuma atribuicao feita (o professor nao lanca nota nenhuma).
      *>------------------------------------------------------------------------
       carrega-atribuicoes section.

           move zeros to ws-qtd-ap

           open input arqAtribuicoes

           if ws-fs-arqAtribuicoes <> 35 then

               if ws-fs-arqAtribuicoes <> 00 then
                   move 11                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
                   move "Erro ao abrir arqAtribuicoes.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAtribuicoes = 10
                   read arqAtribuicoes

                   if ws-fs-arqAtribuicoes <> 00 and ws-fs-arqAtribuicoes <> 10 then
                       move 12                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
                       move "Erro ao ler arqAtribuicoes.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAtribuicoes = 00
                     and atr-usuario = ws-operador
                     and ws-qtd-ap < 200 then
                       add 1 to ws-qtd-ap
                       move atr-ano        to ws-ap-ano(ws-qtd-ap)
                       move atr-fase       to ws-ap-fase(ws-qtd-ap)
                       move atr-disciplina to ws-ap-disc(ws-qtd-ap)
                   end-if
               end-perform

               close arqAtribuicoes
           end-if
           .
       carrega-atribuicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A fase e a disciplina do lancamento podem ser abertas pelo
      *>  operador? Professor so com atribuicao no ano letivo para a fase
      *>  e a disciplina (ou a fase inteira, disciplina 00); os demais
      *>  perfis abrem qualquer combinacao.
      *>------------------------------------------------------------------------
       confere-atribuicao section.

           if ws-perfil-professor then
               move "N" to ws-atribuida
               move 1 to ws-ind-ap
               perform until ws-ind-ap > ws-qtd-ap or ws-combinacao-atribuida
                   if ws-ap-ano(ws-ind-ap) = ws-ano-lanc
                     and ws-ap-fase(ws-ind-ap) = ws-fase-lanc
                     and (ws-ap-disc(ws-ind-ap) = ws-disc-lanc
                          or ws-ap-disc(ws-ind-ap) = zeros) then
                       move "S" to ws-atribuida
                   end-if
                   add 1 to ws-ind-ap
               end-perform
           else
               move "S" to ws-atribuida
           end-if
           .
       confere-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
