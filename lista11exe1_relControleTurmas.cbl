      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_relControleTurmas".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Controle de chamada e notas pendentes, para a coordenacao
      *>   conferir antes de imprimir os boletins: pede o ano letivo (em
      *>   curso - os alunos saem pela fase atual do arqCad.dat) e o
      *>   bimestre, e lista por fase, com os professores atribuidos a
      *>   ela (arqAtribuicoes.txt):
      *>     - os dias letivos do bimestre no calendario escolar
      *>       (arqCalendario.txt) ate hoje em que a fase ficou sem
      *>       nenhuma marcacao no arqPresenca.txt;
      *>     - para cada disciplina da grade da fase no ano (linhas D do
      *>       arqParametros.txt; sem a tabela criada, a grade inicial do
      *>       parmini.cpy), os alunos sem nota do bimestre no
      *>       arqNotas.txt, com o professor responsavel.
      *>   Fecha com o resumo por professor e fase (dias sem chamada e
      *>   notas faltando) - gera o relatorioControleTurmas.txt.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqCalendario assign to "arqCalendario.txt" *> dias letivos com o bimestre (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCalendario.

           select arqPresenca assign to "arqPresenca.txt" *> uma linha por aluno por dia letivo (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPresenca.

           select arqNotas assign to "arqNotas.txt" *> uma linha por aluno/disciplina/bimestre (somente leitura)
           organization is line sequential
           access mode is sequential
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

           select relControle assign to "relatorioControleTurmas.txt" *> relatorio gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relControle.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqCalendario.
           copy "calreg.cpy".

       fd arqPresenca.
           copy "presreg.cpy".

       fd arqNotas.
           copy "notreg.cpy".

       fd arqParametros.
           copy "parmreg.cpy".

       fd arqAtribuicoes.
           copy "atrireg.cpy".

       fd relControle.
       01 rel-linha                                pic X(132).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqCalendario                      pic  9(02).
       77 ws-fs-arqPresenca                        pic  9(02).
       77 ws-fs-arqNotas                           pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-arqAtribuicoes                     pic  9(02).
       77 ws-fs-relControle                        pic  9(02).

      *>----Ano letivo e bimestre pedidos
       77 ws-ano-pedido                            pic  9(004) value zeros.
          88  ws-ano-pedido-valido                 value 1900 thru 2100.
       77 ws-bim-pedido                            pic  9(001) value zeros.
          88  ws-bim-pedido-valido                 value 1 thru 4.

       77 ws-data-hoje                             pic  9(008) value zeros.

      *>----Dias letivos do bimestre ja passados (ordem do calendario)
       01 ws-tab-dias.
           05 ws-dia-data                          pic 9(008) occurs 100 times.

       77 ws-qtd-dias                              pic  9(003) value zeros.
       77 ws-qtd-dias-futuros                      pic  9(003) value zeros.
       77 ws-ind-dia                               pic  9(003) value zeros.
       77 ws-pos-dia                               pic  9(003) value zeros.

      *>----Alunos ativos pelo codigo: fase atual e nome
       01 ws-tab-alunos.
           05 ws-aluno                             occurs 9999 times.
               10 ws-al-fase                       pic 9(002).
               10 ws-al-nome                       pic x(035).

       77 ws-ind-cod                               pic  9(005) value zeros.

      *>----Por fase: alunos, chamada feita em cada dia letivo, grade de
      *>   disciplinas e notas faltando por disciplina
       01 ws-tab-fases.
           05 ws-fase-tab                          occurs 12 times.
               10 ws-fa-qtd-alunos                 pic 9(004).
               10 ws-fa-dias-sem                   pic 9(003).
               10 ws-fa-chamada                    pic x(001) occurs 100 times.
               10 ws-fa-disc                       occurs 10 times.
                   15 ws-fa-nome-disc              pic x(015).
                   15 ws-fa-falta-nota             pic 9(004).

       77 ws-ind-fase                              pic  9(002) value zeros.
       77 ws-ind-disc                              pic  9(002) value zeros.
       77 ws-qtd-disc-fase                         pic  9(002) value zeros.
       77 ws-qtd-disc-falta                        pic  9(002) value zeros.

      *>   grade usada enquanto a tabela de parametros nao existe
           copy "parmini.cpy".

      *>----Notas do bimestre ja lancadas, por aluno e disciplina
       01 ws-tab-notas.
           05 ws-notas-aluno                       occurs 9999 times.
               10 ws-tem-nota                      pic x(001) occurs 10 times.

      *>----Atribuicoes do ano letivo (ordem do arquivo: professor, fase,
      *>   disciplina)
       01 ws-tab-atribuicoes.
           05 ws-atr                               occurs 1000 times.
               10 ws-atr-usuario                   pic x(020).
               10 ws-atr-fase                      pic 9(002).
               10 ws-atr-disc                      pic 9(002).

       77 ws-qtd-atr                               pic  9(004) value zeros.
       77 ws-ind-atr                               pic  9(004) value zeros.
       77 ws-qtd-prof-fase                         pic  9(004) value zeros.
       77 ws-qtd-fases-sem-prof                    pic  9(002) value zeros.

       77 ws-professor                             pic  x(020) value spaces.
       77 ws-qtd-falta-atr                         pic  9(005) value zeros.

      *>----Totais gerais
       77 ws-tot-dias-sem                          pic  9(005) value zeros.
       77 ws-tot-falta-nota                        pic  9(005) value zeros.

      *>----Linhas do relatorio
       01 ws-lin-titulo.
           05 filler                               pic x(034) value
              "Controle de chamada e notas - ano ".
           05 ws-lt-ano                            pic 9(004).
           05 filler                               pic x(012) value " - bimestre ".
           05 ws-lt-bim                            pic 9(001).
           05 filler                               pic x(020) value " - dias letivos ate ".
           05 ws-lt-hoje                           pic 9(008).

       01 ws-lin-calendario.
           05 filler                               pic x(040) value
              "Dias letivos do bimestre ja passados  : ".
           05 ws-lc-qtd                            pic zz9.
           05 filler                               pic x(014) value "   (a passar: ".
           05 ws-lc-futuros                        pic zz9.
           05 filler                               pic x(001) value ")".

       01 ws-lin-fase.
           05 filler                               pic x(005) value "Fase ".
           05 ws-lf-fase                           pic 9(002).
           05 filler                               pic x(003) value " - ".
           05 ws-lf-alunos                         pic zzz9.
           05 filler                               pic x(017) value " aluno(s) ativos".

       01 ws-lin-professor.
           05 filler                               pic x(013) value "  Professor: ".
           05 ws-lp-usuario                        pic x(020).
           05 filler                               pic x(012) value " disciplina ".
           05 ws-lp-disc                           pic 9(002).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-nome-disc                      pic x(015).

       01 ws-lin-texto.
           05 filler                               pic x(002) value spaces.
           05 ws-lx-texto                          pic x(060).

       01 ws-lin-dias-sem.
           05 filler                               pic x(028) value
              "  Dias letivos sem chamada: ".
           05 ws-lds-qtd                           pic zz9.
           05 filler                               pic x(004) value " de ".
           05 ws-lds-total                         pic zz9.

       01 ws-lin-datas.
           05 filler                               pic x(004) value spaces.
           05 ws-ld-item                           occurs 8 times.
               10 ws-ld-data                       pic x(008).
               10 filler                           pic x(002).

       77 ws-qtd-datas-linha                       pic  9(001) value zeros.

       01 ws-lin-disc-falta.
           05 filler                               pic x(013) value "  Disciplina ".
           05 ws-ldf-disc                          pic 9(002).
           05 filler                               pic x(001) value spaces.
           05 ws-ldf-nome                          pic x(015).
           05 filler                               pic x(011) value " professor ".
           05 ws-ldf-professor                     pic x(020).
           05 filler                               pic x(002) value ": ".
           05 ws-ldf-qtd                           pic zzz9.
           05 filler                               pic x(018) value " aluno(s) sem nota".

       01 ws-lin-aluno.
           05 filler                               pic x(006) value spaces.
           05 ws-la-cod                            pic 9(004).
           05 filler                               pic x(002) value spaces.
           05 ws-la-nome                           pic x(035).

       01 ws-lin-titulo-resumo.
           05 filler                               pic x(060) value
              "Resumo por professor e fase".

       01 ws-lin-cab-resumo.
           05 filler                               pic x(022) value "Professor".
           05 filler                               pic x(006) value "Fase".
           05 filler                               pic x(006) value "Disc.".
           05 filler                               pic x(018) value "Dias sem chamada".
           05 filler                               pic x(014) value "Notas faltando".

       01 ws-lin-resumo.
           05 ws-lr-usuario                        pic x(020).
           05 filler                               pic x(002) value spaces.
           05 ws-lr-fase                           pic 9(002).
           05 filler                               pic x(004) value spaces.
           05 ws-lr-disc                           pic 9(002).
           05 filler                               pic x(004) value spaces.
           05 ws-lr-dias-sem                       pic zzzzzzzzzzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lr-falta                          pic zzzzzzzzzzzzz9.

       01 ws-lin-total.
           05 ws-lto-rotulo                        pic x(050).
           05 ws-lto-qtd                           pic zzzz9.

       01 ws-lin-branco                            pic x(080) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o ano letivo e o bimestre
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-ano-pedido-valido
               display "Informe o ano letivo (AAAA): "
                   with no advancing
               accept ws-ano-pedido
           end-perform

           perform until ws-bim-pedido-valido
               display "Informe o bimestre (1 a 4): "
                   with no advancing
               accept ws-bim-pedido
           end-perform

           accept ws-data-hoje from date yyyymmdd

           move 1 to ws-ind-cod
           perform until ws-ind-cod > 9999
               move zeros  to ws-al-fase(ws-ind-cod)
               move spaces to ws-al-nome(ws-ind-cod)
               move "NNNNNNNNNN" to ws-notas-aluno(ws-ind-cod)
               add 1 to ws-ind-cod
           end-perform

           move 1 to ws-ind-fase
           perform until ws-ind-fase > 12
               move zeros to ws-fa-qtd-alunos(ws-ind-fase)
               move zeros to ws-fa-dias-sem(ws-ind-fase)
               move 1 to ws-ind-dia
               perform until ws-ind-dia > 100
                   move "N" to ws-fa-chamada(ws-ind-fase, ws-ind-dia)
                   add 1 to ws-ind-dia
               end-perform
               move 1 to ws-ind-disc
               perform until ws-ind-disc > 10
                   move spaces to ws-fa-nome-disc(ws-ind-fase, ws-ind-disc)
                   move zeros  to ws-fa-falta-nota(ws-ind-fase, ws-ind-disc)
                   add 1 to ws-ind-disc
               end-perform
               add 1 to ws-ind-fase
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega calendario, alunos, chamadas,
      *>  notas, grade e atribuicoes, e lista fase por fase com o resumo
      *>  por professor no final.
      *>------------------------------------------------------------------------
       processamento section.

           perform carrega-calendario
           perform carrega-alunos
           perform carrega-chamadas
           perform carrega-notas
           perform carrega-grade
           perform carrega-atribuicoes

           open output relControle

           if ws-fs-relControle <> 00 then
               move 13                                          to ws-msn-erro-ofsset
               move ws-fs-relControle                           to ws-msn-erro-cod
               move "Erro ao abrir relatorioControleTurmas.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano-pedido to ws-lt-ano
           move ws-bim-pedido to ws-lt-bim
           move ws-data-hoje  to ws-lt-hoje
           move ws-lin-titulo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio

           move ws-qtd-dias         to ws-lc-qtd
           move ws-qtd-dias-futuros to ws-lc-futuros
           move ws-lin-calendario to rel-linha
           perform grava-linha-relatorio

           if ws-qtd-dias = zeros and ws-qtd-dias-futuros = zeros then
               move "Calendario escolar sem dias letivos para o bimestre." to ws-lx-texto
               move ws-lin-texto to rel-linha
               perform grava-linha-relatorio
           end-if

           move 1 to ws-ind-fase
           perform until ws-ind-fase > 12
               perform conta-professores-fase
               if ws-fa-qtd-alunos(ws-ind-fase) > zeros
                 or ws-qtd-prof-fase > zeros then
                   perform grava-fase
               end-if
               add 1 to ws-ind-fase
           end-perform

           perform grava-resumo

           close relControle

           if ws-fs-relControle <> 00 then
               move 14                                          to ws-msn-erro-ofsset
               move ws-fs-relControle                           to ws-msn-erro-cod
               move "Erro ao fechar relatorioControleTurmas.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Controle gerado em relatorioControleTurmas.txt."
           display "Dias sem chamada (soma das fases): " ws-tot-dias-sem
           display "Notas faltando no bimestre       : " ws-tot-falta-nota
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias letivos do ano e bimestre pedidos ate hoje - arquivo ainda
      *>  nao existir eh calendario nao cadastrado.
      *>------------------------------------------------------------------------
       carrega-calendario section.

           move zeros to ws-qtd-dias
           move zeros to ws-qtd-dias-futuros

           open input arqCalendario

           if ws-fs-arqCalendario <> 35 then

               if ws-fs-arqCalendario <> 00 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                  to ws-msn-erro-cod
                   move "Erro ao abrir arqCalendario.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCalendario = 10
                   read arqCalendario

                   if ws-fs-arqCalendario <> 00 and ws-fs-arqCalendario <> 10 then
                       move 4                                    to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario                  to ws-msn-erro-cod
                       move "Erro ao ler arqCalendario.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqCalendario = 00
                     and cal-data(1:4) = ws-ano-pedido
                     and cal-bimestre  = ws-bim-pedido then
                       if cal-data > ws-data-hoje then
                           add 1 to ws-qtd-dias-futuros
                       else
                           if ws-qtd-dias < 100 then
                               add 1 to ws-qtd-dias
                               move cal-data to ws-dia-data(ws-qtd-dias)
                           end-if
                       end-if
                   end-if
               end-perform

               close arqCalendario
           end-if
           .
       carrega-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alunos ativos do arqCad: fase atual e nome pelo codigo.
      *>------------------------------------------------------------------------
       carrega-alunos section.

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCad = 10
               read arqCad next

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 10 then
                   move 2                               to ws-msn-erro-ofsset
                   move ws-fs-arqCad                    to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCad = 00 and fd-cod > zeros
                 and fd-fase >= 1 and fd-fase <= 12 then
                   move fd-fase     to ws-al-fase(fd-cod)
                   move fd-nome-alu to ws-al-nome(fd-cod)
                   add 1 to ws-fa-qtd-alunos(fd-fase)
               end-if
           end-perform

           close arqCad
           .
       carrega-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca, para cada fase, os dias letivos com alguma marcacao de
      *>  aluno da fase no arqPresenca - arquivo ainda nao existir eh
      *>  nenhuma chamada feita.
      *>------------------------------------------------------------------------
       carrega-chamadas section.

           open input arqPresenca

           if ws-fs-arqPresenca <> 35 then

               if ws-fs-arqPresenca <> 00 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPresenca                  to ws-msn-erro-cod
                   move "Erro ao abrir arqPresenca.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqPresenca = 10
                   read arqPresenca

                   if ws-fs-arqPresenca <> 00 and ws-fs-arqPresenca <> 10 then
                       move 6                                  to ws-msn-erro-ofsset
                       move ws-fs-arqPresenca                  to ws-msn-erro-cod
                       move "Erro ao ler arqPresenca.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqPresenca = 00 and pre-cod > zeros
                     and ws-qtd-dias > zeros then
                       if ws-al-fase(pre-cod) > zeros
                         and pre-data >= ws-dia-data(1)
                         and pre-data <= ws-dia-data(ws-qtd-dias) then
                           perform localiza-dia
                           if ws-pos-dia > zeros then
                               move "S" to ws-fa-chamada(ws-al-fase(pre-cod), ws-pos-dia)
                           end-if
                       end-if
                   end-if
               end-perform

               close arqPresenca
           end-if
           .
       carrega-chamadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posicao de pre-data na tabela de dias letivos (zero = nao eh
      *>  dia letivo do bimestre).
      *>------------------------------------------------------------------------
       localiza-dia section.

           move zeros to ws-pos-dia

           move 1 to ws-ind-dia
           perform until ws-ind-dia > ws-qtd-dias or ws-pos-dia > zeros
               if ws-dia-data(ws-ind-dia) = pre-data then
                   move ws-ind-dia to ws-pos-dia
               end-if
               add 1 to ws-ind-dia
           end-perform
           .
       localiza-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Notas ja lancadas no ano e bimestre pedidos - arquivo ainda nao
      *>  existir eh nenhuma nota lancada.
      *>------------------------------------------------------------------------
       carrega-notas section.

           open input arqNotas

           if ws-fs-arqNotas <> 35 then

               if ws-fs-arqNotas <> 00 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                     to ws-msn-erro-cod
                   move "Erro ao abrir arqNotas.txt."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqNotas = 10
                   read arqNotas

                   if ws-fs-arqNotas <> 00 and ws-fs-arqNotas <> 10 then
                       move 8                                  to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                     to ws-msn-erro-cod
                       move "Erro ao ler arqNotas.txt."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqNotas = 00
                     and not-ano      = ws-ano-pedido
                     and not-bimestre = ws-bim-pedido
                     and not-cod > zeros
                     and not-disciplina >= 1 and not-disciplina <= 10 then
                       move "S" to ws-tem-nota(not-cod, not-disciplina)
                   end-if
               end-perform

               close arqNotas
           end-if
           .
       carrega-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grade de disciplinas de cada fase no ano pedido (linhas D do
      *>  arqParametros) - arquivo ainda nao existir = grade inicial em
      *>  todas as fases.
      *>------------------------------------------------------------------------
       carrega-grade section.

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
                     and prm-ano = ws-ano-pedido
                     and prm-fase >= 1 and prm-fase <= 12
                     and prm-disciplina >= 1 and prm-disciplina <= 10 then
                       move prm-nome-disc to ws-fa-nome-disc(prm-fase, prm-disciplina)
                   end-if
               end-perform

               close arqParametros
           else
               move 1 to ws-ind-fase
               perform until ws-ind-fase > 12
                   move 1 to ws-ind-disc
                   perform until ws-ind-disc > pri-qtd-disc-inicial
                       move pri-nome-disc-inicial(ws-ind-disc)
                           to ws-fa-nome-disc(ws-ind-fase, ws-ind-disc)
                       add 1 to ws-ind-disc
                   end-perform
                   add 1 to ws-ind-fase
               end-perform
           end-if
           .
       carrega-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atribuicoes de professores no ano pedido - arquivo ainda nao
      *>  existir eh nenhuma atribuicao feita.
      *>------------------------------------------------------------------------
       carrega-atribuicoes section.

           move zeros to ws-qtd-atr

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
                     and atr-ano = ws-ano-pedido
                     and atr-fase >= 1 and atr-fase <= 12
                     and atr-disciplina <= 10
                     and ws-qtd-atr < 1000 then
                       add 1 to ws-qtd-atr
                       move atr-usuario    to ws-atr-usuario(ws-qtd-atr)
                       move atr-fase       to ws-atr-fase(ws-qtd-atr)
                       move atr-disciplina to ws-atr-disc(ws-qtd-atr)
                   end-if
               end-perform

               close arqAtribuicoes
           end-if
           .
       carrega-atribuicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quantas atribuicoes a fase ws-ind-fase tem no ano.
      *>------------------------------------------------------------------------
       conta-professores-fase section.

           move zeros to ws-qtd-prof-fase

           move 1 to ws-ind-atr
           perform until ws-ind-atr > ws-qtd-atr
               if ws-atr-fase(ws-ind-atr) = ws-ind-fase then
                   add 1 to ws-qtd-prof-fase
               end-if
               add 1 to ws-ind-atr
           end-perform
           .
       conta-professores-fase-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista a fase ws-ind-fase: professores, dias sem chamada e notas
      *>  faltando por disciplina.
      *>------------------------------------------------------------------------
       grava-fase section.

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio

           move ws-ind-fase                   to ws-lf-fase
           move ws-fa-qtd-alunos(ws-ind-fase) to ws-lf-alunos
           move ws-lin-fase to rel-linha
           perform grava-linha-relatorio

      *>   professores atribuidos a fase
           if ws-qtd-prof-fase = zeros then
               move "Professor: (nenhum atribuido no ano letivo)" to ws-lx-texto
               move ws-lin-texto to rel-linha
               perform grava-linha-relatorio
               if ws-fa-qtd-alunos(ws-ind-fase) > zeros then
                   add 1 to ws-qtd-fases-sem-prof
               end-if
           else
               move 1 to ws-ind-atr
               perform until ws-ind-atr > ws-qtd-atr
                   if ws-atr-fase(ws-ind-atr) = ws-ind-fase then
                       move ws-atr-usuario(ws-ind-atr) to ws-lp-usuario
                       move ws-atr-disc(ws-ind-atr)    to ws-lp-disc
                       if ws-atr-disc(ws-ind-atr) = zeros then
                           move "TODAS (regente)" to ws-lp-nome-disc
                       else
                           move ws-fa-nome-disc(ws-ind-fase, ws-atr-disc(ws-ind-atr))
                               to ws-lp-nome-disc
                       end-if
                       move ws-lin-professor to rel-linha
                       perform grava-linha-relatorio
                   end-if
                   add 1 to ws-ind-atr
               end-perform
           end-if

           if ws-fa-qtd-alunos(ws-ind-fase) = zeros then
               move "Fase sem alunos ativos - nada a cobrar." to ws-lx-texto
               move ws-lin-texto to rel-linha
               perform grava-linha-relatorio
           else
               perform grava-dias-sem-chamada
               perform grava-notas-faltando
           end-if
           .
       grava-fase-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias letivos da fase sem nenhuma marcacao, 8 datas por linha.
      *>------------------------------------------------------------------------
       grava-dias-sem-chamada section.

           move zeros to ws-fa-dias-sem(ws-ind-fase)
           move 1 to ws-ind-dia
           perform until ws-ind-dia > ws-qtd-dias
               if ws-fa-chamada(ws-ind-fase, ws-ind-dia) = "N" then
                   add 1 to ws-fa-dias-sem(ws-ind-fase)
               end-if
               add 1 to ws-ind-dia
           end-perform

           add ws-fa-dias-sem(ws-ind-fase) to ws-tot-dias-sem

           move ws-fa-dias-sem(ws-ind-fase) to ws-lds-qtd
           move ws-qtd-dias                 to ws-lds-total
           move ws-lin-dias-sem to rel-linha
           perform grava-linha-relatorio

           move spaces to ws-lin-datas
           move zeros  to ws-qtd-datas-linha

           move 1 to ws-ind-dia
           perform until ws-ind-dia > ws-qtd-dias
               if ws-fa-chamada(ws-ind-fase, ws-ind-dia) = "N" then
                   add 1 to ws-qtd-datas-linha
                   move ws-dia-data(ws-ind-dia) to ws-ld-data(ws-qtd-datas-linha)
                   if ws-qtd-datas-linha = 8 then
                       move ws-lin-datas to rel-linha
                       perform grava-linha-relatorio
                       move spaces to ws-lin-datas
                       move zeros  to ws-qtd-datas-linha
                   end-if
               end-if
               add 1 to ws-ind-dia
           end-perform

           if ws-qtd-datas-linha > zeros then
               move ws-lin-datas to rel-linha
               perform grava-linha-relatorio
           end-if
           .
       grava-dias-sem-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Para cada disciplina da grade da fase, os alunos sem nota do
      *>  bimestre, com o professor responsavel.
      *>------------------------------------------------------------------------
       grava-notas-faltando section.

           move zeros to ws-qtd-disc-fase
           move zeros to ws-qtd-disc-falta

           move 1 to ws-ind-disc
           perform until ws-ind-disc > 10
               if ws-fa-nome-disc(ws-ind-fase, ws-ind-disc) not = spaces then
                   add 1 to ws-qtd-disc-fase

                   move zeros to ws-fa-falta-nota(ws-ind-fase, ws-ind-disc)
                   move 1 to ws-ind-cod
                   perform until ws-ind-cod > 9999
                       if ws-al-fase(ws-ind-cod) = ws-ind-fase
                         and ws-tem-nota(ws-ind-cod, ws-ind-disc) = "N" then
                           add 1 to ws-fa-falta-nota(ws-ind-fase, ws-ind-disc)
                       end-if
                       add 1 to ws-ind-cod
                   end-perform

                   if ws-fa-falta-nota(ws-ind-fase, ws-ind-disc) > zeros then
                       add 1 to ws-qtd-disc-falta
                       add ws-fa-falta-nota(ws-ind-fase, ws-ind-disc) to ws-tot-falta-nota
                       perform grava-disciplina-faltando
                   end-if
               end-if
               add 1 to ws-ind-disc
           end-perform

           evaluate true
               when ws-qtd-disc-fase = zeros
                   move "Fase sem grade de disciplinas no ano letivo." to ws-lx-texto
                   move ws-lin-texto to rel-linha
                   perform grava-linha-relatorio
               when ws-qtd-disc-falta = zeros
                   move "Notas do bimestre completas." to ws-lx-texto
                   move ws-lin-texto to rel-linha
                   perform grava-linha-relatorio
           end-evaluate
           .
       grava-notas-faltando-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a disciplina ws-ind-disc da fase com o professor e os
      *>  alunos sem nota.
      *>------------------------------------------------------------------------
       grava-disciplina-faltando section.

           perform busca-professor-disciplina

           move ws-ind-disc                                to ws-ldf-disc
           move ws-fa-nome-disc(ws-ind-fase, ws-ind-disc)  to ws-ldf-nome
           move ws-professor                               to ws-ldf-professor
           move ws-fa-falta-nota(ws-ind-fase, ws-ind-disc) to ws-ldf-qtd
           move ws-lin-disc-falta to rel-linha
           perform grava-linha-relatorio

           move 1 to ws-ind-cod
           perform until ws-ind-cod > 9999
               if ws-al-fase(ws-ind-cod) = ws-ind-fase
                 and ws-tem-nota(ws-ind-cod, ws-ind-disc) = "N" then
                   move ws-ind-cod             to ws-la-cod
                   move ws-al-nome(ws-ind-cod) to ws-la-nome
                   move ws-lin-aluno to rel-linha
                   perform grava-linha-relatorio
               end-if
               add 1 to ws-ind-cod
           end-perform
           .
       grava-disciplina-faltando-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Professor responsavel pela disciplina ws-ind-disc da fase: o
      *>  atribuido a disciplina, senao o regente da fase (disciplina 00).
      *>------------------------------------------------------------------------
       busca-professor-disciplina section.

           move "(sem professor)" to ws-professor

           move 1 to ws-ind-atr
           perform until ws-ind-atr > ws-qtd-atr
               if ws-atr-fase(ws-ind-atr) = ws-ind-fase
                 and ws-atr-disc(ws-ind-atr) = zeros
                 and ws-professor = "(sem professor)" then
                   move ws-atr-usuario(ws-ind-atr) to ws-professor
               end-if
               add 1 to ws-ind-atr
           end-perform

           move 1 to ws-ind-atr
           perform until ws-ind-atr > ws-qtd-atr
               if ws-atr-fase(ws-ind-atr) = ws-ind-fase
                 and ws-atr-disc(ws-ind-atr) = ws-ind-disc then
                   move ws-atr-usuario(ws-ind-atr) to ws-professor
               end-if
               add 1 to ws-ind-atr
           end-perform
           .
       busca-professor-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo por professor e fase: uma linha por atribuicao, com os
      *>  dias sem chamada da fase e as notas faltando nas disciplinas
      *>  atribuidas (todas as da fase para o regente).
      *>------------------------------------------------------------------------
       grava-resumo section.

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-titulo-resumo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio

           if ws-qtd-atr = zeros then
               move "Nenhum professor atribuido no ano letivo." to ws-lx-texto
               move ws-lin-texto to rel-linha
               perform grava-linha-relatorio
           else
               move ws-lin-cab-resumo to rel-linha
               perform grava-linha-relatorio

               move 1 to ws-ind-atr
               perform until ws-ind-atr > ws-qtd-atr
                   move ws-atr-fase(ws-ind-atr) to ws-ind-fase

                   if ws-atr-disc(ws-ind-atr) = zeros then
                       move zeros to ws-qtd-falta-atr
                       move 1 to ws-ind-disc
                       perform until ws-ind-disc > 10
                           add ws-fa-falta-nota(ws-ind-fase, ws-ind-disc)
                               to ws-qtd-falta-atr
                           add 1 to ws-ind-disc
                       end-perform
                   else
                       move ws-fa-falta-nota(ws-ind-fase, ws-atr-disc(ws-ind-atr))
                           to ws-qtd-falta-atr
                   end-if

                   move ws-atr-usuario(ws-ind-atr)  to ws-lr-usuario
                   move ws-ind-fase                 to ws-lr-fase
                   move ws-atr-disc(ws-ind-atr)     to ws-lr-disc
                   move ws-fa-dias-sem(ws-ind-fase) to ws-lr-dias-sem
                   move ws-qtd-falta-atr            to ws-lr-falta
                   move ws-lin-resumo to rel-linha
                   perform grava-linha-relatorio
                   add 1 to ws-ind-atr
               end-perform
           end-if

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio

           move "Dias sem chamada (soma das fases):" to ws-lto-rotulo
           move ws-tot-dias-sem to ws-lto-qtd
           move ws-lin-total to rel-linha
           perform grava-linha-relatorio

           move "Notas do bimestre faltando:" to ws-lto-rotulo
           move ws-tot-falta-nota to ws-lto-qtd
           move ws-lin-total to rel-linha
           perform grava-linha-relatorio

           move "Fases com alunos e sem professor atribuido:" to ws-lto-rotulo
           move ws-qtd-fases-sem-prof to ws-lto-qtd
           move ws-lin-total to rel-linha
           perform grava-linha-relatorio
           .
       grava-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorio.
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           write rel-linha

           if ws-fs-relControle <> 00 then
               move 15                                            to ws-msn-erro-ofsset
               move ws-fs-relControle                             to ws-msn-erro-cod
               move "Erro ao gravar relatorioControleTurmas.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-relatorio-exit.
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
