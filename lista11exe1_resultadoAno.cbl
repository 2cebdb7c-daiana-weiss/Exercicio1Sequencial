      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_resultadoAno".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Apuracao do resultado final do ano letivo, rodada antes da
      *>   virada do ano: pede o ano letivo e, para cada aluno do arqCad,
      *>   calcula a media de cada disciplina no arqNotas.txt (a mesma
      *>   media dos bimestres lancados que o lista11exe1_boletim
      *>   imprime) e a frequencia do ano no arqPresenca.txt (so a
      *>   primeira marcacao de cada aluno+dia conta, como no boletim e
      *>   no relFaltas; falta justificada nao conta como falta), e
      *>   grava no arqResultados.dat (layout resreg.cpy) o resultado
      *>   APROVADO, RECUPERACAO ou RETIDO contra a media minima e a
      *>   frequencia minima de 75%. Os casos de RECUPERACAO vao ao
      *>   conselho de classe, cuja decisao final a diretoria grava na
      *>   tela lista11exe1_conselhoClasse - uma nova apuracao do mesmo
      *>   ano preserva a decisao ja gravada enquanto o aluno continuar
      *>   em RECUPERACAO. Gera o relatorioResultados.txt com uma linha
      *>   por aluno e os totais, para a secretaria levar ao conselho.
      *>   As disciplinas apuradas sao as da grade da fase do aluno no
      *>   ano (linhas D do arqParametros.txt, como no boletim - sem a
      *>   tabela criada vale a grade inicial do parmini.cpy); aluno de
      *>   fase sem grade cadastrada vai a RECUPERACAO, para o conselho
      *>   decidir em vez de ser aprovado sem nota nenhuma.

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

           select arqNotas assign to "arqNotas.txt" *> notas lancadas (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNotas.

           select arqPresenca assign to "arqPresenca.txt" *> marcacoes da chamada (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPresenca.

           select arqParametros assign to "arqParametros.txt" *> grade de disciplinas (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

           select arqResultados assign to "arqResultados.dat" *> resultado final por ano e aluno
           organization is indexed
           access mode is dynamic
           record key is res-chave
           lock mode is automatic
           file status is ws-fs-arqResultados.

           select relResultados assign to "relatorioResultados.txt" *> relatorio para o conselho
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relResultados.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqNotas.
           copy "notreg.cpy".

       fd arqPresenca.
           copy "presreg.cpy".

       fd arqParametros.
           copy "parmreg.cpy".

       fd arqResultados.
           copy "resreg.cpy".

       fd relResultados.
       01 rel-linha                                pic X(080).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqNotas                           pic  9(02).
       77 ws-fs-arqPresenca                        pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-arqResultados                      pic  9(02).
       77 ws-fs-relResultados                      pic  9(02).

       77 ws-ano-apuracao                          pic  9(004) value zeros.
          88  ws-ano-apuracao-valido               value 1900 thru 2100.

       77 ws-confirma                              pic  x(001) value spaces.
          88  ws-apuracao-confirmada               value "S" "s".
          88  ws-apuracao-cancelada                value "N" "n".

      *>----Criterios de aprovacao da escola: media minima por disciplina
      *>   e frequencia minima do ano (percentual); ate o limite de
      *>   disciplinas abaixo da media o aluno vai ao conselho de classe,
      *>   acima dele fica retido
       77 ws-media-minima                          pic  9(002)v9 value 6,0.
       77 ws-freq-minima                           pic  9(003)v9 value 75,0.
       77 ws-limite-recuperacao                    pic  9(002) value 2.

      *>----Grade de disciplinas do ano apurado (indice = fase, numero
      *>   gravado em not-disciplina; "S" = disciplina da grade da fase)
       01 ws-tab-grade.
           05 ws-tab-grade-fase                    occurs 12 times.
               10 ws-qtd-disc-fase                 pic 9(002).
               10 ws-disc-na-grade                 pic x(001) occurs 10 times.

      *>----Notas por aluno (indice = codigo, disciplina, bimestre) -
      *>   carregadas do arqNotas como no boletim; o marcador "S" separa
      *>   a nota zero lancada do bimestre ainda sem lancamento
       01 ws-tab-notas.
           05 ws-tab-aluno-nt                      occurs 9999 times.
               10 ws-tab-disc-nt                   occurs 10 times.
                   15 ws-tab-bim-nt                occurs 4 times.
                       20 ws-tb-nota               pic 9(002)v9 comp.
                       20 ws-tb-tem                pic x(001).

      *>----Dias registrados e faltas do ano por aluno (indice = codigo)
       01 ws-tab-freq.
           05 ws-tab-aluno-fr                      occurs 9999 times.
               10 ws-tb-dias                       pic 9(003) comp.
               10 ws-tb-faltas                     pic 9(003) comp.

      *>----Dia do ano ja contado por aluno (indice = codigo, mes, dia) -
      *>   so a primeira marcacao de cada aluno+dia conta
       01 ws-tab-contado.
           05 ws-aluno-contado                     occurs 9999 times.
               10 ws-mes-contado                   occurs 12 times.
                   15 ws-dia-contado               pic x(001) occurs 31 times.

      *>----Desmonte da data da marcacao de presenca
       01 ws-data-pres                             pic  9(008) value zeros.
       01 ws-data-pres-val redefines ws-data-pres.
           05 ws-dp-ano                            pic 9(004).
           05 ws-dp-mes                            pic 9(002).
           05 ws-dp-dia                            pic 9(002).

      *>----Indices e acumuladores da apuracao do aluno corrente
       77 ws-ind-disc                              pic  9(002) value zeros.
       77 ws-ind-bim                               pic  9(002) value zeros.
       77 ws-ind-fase-ini                          pic  9(002) value zeros.

      *>   grade usada enquanto a tabela de parametros nao existe
           copy "parmini.cpy".

       77 ws-soma-notas                            pic  9(003)v9 value zeros.
       77 ws-qtd-notas                             pic  9(002) value zeros.
       77 ws-media                                 pic  9(002)v9 value zeros.

       77 ws-menor-media                           pic  9(002)v9 value zeros.
       77 ws-qtd-abaixo                            pic  9(002) value zeros.
       77 ws-qtd-sem-nota                          pic  9(002) value zeros.
       77 ws-frequencia                            pic  9(003)v9 value zeros.
       77 ws-resultado                             pic  X(011) value spaces.

      *>   o aluno ja tinha resultado gravado para o ano? (reapuracao)
       77 ws-res-achado                            pic  x(001) value "N".
          88  ws-res-existente                     value "S".
          88  ws-res-novo                          value "N".

      *>----Totais da apuracao
       77 ws-qtd-aprovados                         pic  9(04) value zeros.
       77 ws-qtd-recuperacao                       pic  9(04) value zeros.
       77 ws-qtd-retidos                           pic  9(04) value zeros.

      *>----Linhas do relatorio para o conselho de classe
       01 ws-lin-titulo.
           05 filler                               pic x(042) value
              "Resultado final do ano letivo -".
           05 ws-lt-ano                            pic 9(004).

       01 ws-lin-criterio.
           05 filler                               pic x(016) value "Media minima:".
           05 ws-lcr-media                         pic z9,9.
           05 filler                               pic x(004) value spaces.
           05 filler                               pic x(022) value "Frequencia minima (%):".
           05 ws-lcr-freq                          pic zz9,9.

       01 ws-lin-cabecalho.
           05 filler                               pic x(006) value "Cod".
           05 filler                               pic x(026) value "Nome".
           05 filler                               pic x(004) value "Fs".
           05 filler                               pic x(006) value "MenM".
           05 filler                               pic x(004) value "Abx".
           05 filler                               pic x(004) value "S/N".
           05 filler                               pic x(007) value "Freq%".
           05 filler                               pic x(012) value "Resultado".
           05 filler                               pic x(010) value "Conselho".

       01 ws-lin-detalhe.
           05 ws-ld-cod                            pic 9(004).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-nome                           pic x(025).
           05 filler                               pic x(001) value spaces.
           05 ws-ld-fase                           pic 9(002).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-menor                          pic z9,9.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-abaixo                         pic z9.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-sem-nota                       pic z9.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-freq                           pic zz9,9.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-resultado                      pic x(011).
           05 filler                               pic x(001) value spaces.
           05 ws-ld-decisao                        pic x(010).

       01 ws-lin-aprovados.
           05 filler                               pic x(030) value "Aprovados ................. ".
           05 ws-la-qtd                            pic zzz9.

       01 ws-lin-recuperacao.
           05 filler                               pic x(030) value "Em recuperacao (conselho) . ".
           05 ws-lrc-qtd                           pic zzz9.

       01 ws-lin-retidos.
           05 filler                               pic x(030) value "Retidos ................... ".
           05 ws-lrt-qtd                           pic zzz9.

       01 ws-lin-legenda.
           05 filler                               pic x(070) value
              "MenM = menor media  Abx = disc. abaixo da minima  S/N = disc. sem nota".

       01 ws-lin-legenda-grade.
           05 filler                               pic x(070) value
              "Fase sem grade de disciplinas no ano: RECUPERACAO (decide o conselho)".

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
      *>  Procedimentos de inicialização - pede o ano letivo a apurar e a
      *>  confirmacao antes de gravar os resultados.
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-ano-apuracao-valido
               display "Ano letivo a apurar (AAAA): "
                   with no advancing
               accept ws-ano-apuracao
           end-perform

           perform until ws-apuracao-confirmada or ws-apuracao-cancelada
               display "Confirma a apuracao do resultado final (S/N)? "
                   with no advancing
               accept ws-confirma
           end-perform

           if ws-apuracao-cancelada then
               display "Apuracao cancelada - nenhum resultado foi gravado."
               stop run
           end-if

           initialize ws-tab-notas
           initialize ws-tab-freq
           initialize ws-tab-contado
           initialize ws-tab-grade
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - carrega notas e frequencia do ano e
      *>  apura o resultado de cada aluno do cadastro.
      *>------------------------------------------------------------------------
       processamento section.

           perform carrega-grade
           perform carrega-notas
           perform consolida-presencas

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqResultados

           if ws-fs-arqResultados = 35 then
               open output arqResultados
               close arqResultados
               open i-o arqResultados
           end-if

           if ws-fs-arqResultados <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqResultados                 to ws-msn-erro-cod
               move "Erro ao abrir arqResultados.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output relResultados

           if ws-fs-relResultados <> 00 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-relResultados                     to ws-msn-erro-cod
               move "Erro ao abrir relatorioResultados.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano-apuracao to ws-lt-ano
           move ws-lin-titulo   to rel-linha
           perform grava-linha-rel
           move ws-media-minima to ws-lcr-media
           move ws-freq-minima  to ws-lcr-freq
           move ws-lin-criterio to rel-linha
           perform grava-linha-rel
           move ws-lin-branco   to rel-linha
           perform grava-linha-rel
           move ws-lin-cabecalho to rel-linha
           perform grava-linha-rel

           perform until ws-fs-arqCad = 10
               read arqCad next

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 10 then
                   move 4                               to ws-msn-erro-ofsset
                   move ws-fs-arqCad                    to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       fase fora da faixa 1-12 (registro antigo com lixo): a
      *>       virada tambem nao toca, nao ha o que apurar
               if ws-fs-arqCad = 00 and fd-fase >= 1 and fd-fase <= 12 then
                   perform apura-aluno
                   perform grava-resultado
               end-if
           end-perform

           move ws-lin-branco to rel-linha
           perform grava-linha-rel
           move ws-qtd-aprovados   to ws-la-qtd
           move ws-lin-aprovados   to rel-linha
           perform grava-linha-rel
           move ws-qtd-recuperacao to ws-lrc-qtd
           move ws-lin-recuperacao to rel-linha
           perform grava-linha-rel
           move ws-qtd-retidos     to ws-lrt-qtd
           move ws-lin-retidos     to rel-linha
           perform grava-linha-rel
           move ws-lin-branco      to rel-linha
           perform grava-linha-rel
           move ws-lin-legenda     to rel-linha
           perform grava-linha-rel
           move ws-lin-legenda-grade to rel-linha
           perform grava-linha-rel

           close arqCad
           close arqResultados
           close relResultados

           if ws-fs-arqCad <> 00 or ws-fs-arqResultados <> 00
             or ws-fs-relResultados <> 00 then
               move 5                               to ws-msn-erro-ofsset
               move ws-fs-arqResultados             to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Apuracao concluida. Aprovados: " ws-qtd-aprovados
               " Recuperacao: " ws-qtd-recuperacao
               " Retidos: " ws-qtd-retidos
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do arqParametros a grade de disciplinas de cada fase no
      *>  ano apurado - arquivo ainda nao existir = grade inicial em todas
      *>  as fases.
      *>------------------------------------------------------------------------
       carrega-grade section.

           open input arqParametros

           if ws-fs-arqParametros <> 35 then

               if ws-fs-arqParametros <> 00 then
                   move 15                                    to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                   to ws-msn-erro-cod
                   move "Erro ao abrir arqParametros.txt."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametros = 10
                   read arqParametros

                   if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 10 then
                       move 16                                    to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                   to ws-msn-erro-cod
                       move "Erro ao ler arqParametros.txt."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqParametros = 00 and prm-eh-disciplina
                     and prm-ano = ws-ano-apuracao
                     and prm-fase >= 1 and prm-fase <= 12
                     and prm-disciplina >= 1 and prm-disciplina <= 10 then
                       if ws-disc-na-grade(prm-fase, prm-disciplina) not = "S" then
                           move "S" to ws-disc-na-grade(prm-fase, prm-disciplina)
                           add 1 to ws-qtd-disc-fase(prm-fase)
                       end-if
                   end-if
               end-perform

               close arqParametros
           else
               move 1 to ws-ind-fase-ini
               perform until ws-ind-fase-ini > 12
                   move 1 to ws-ind-disc
                   perform until ws-ind-disc > pri-qtd-disc-inicial
                       move "S" to ws-disc-na-grade(ws-ind-fase-ini, ws-ind-disc)
                       add 1 to ws-ind-disc
                   end-perform
                   move pri-qtd-disc-inicial to ws-qtd-disc-fase(ws-ind-fase-ini)
                   add 1 to ws-ind-fase-ini
               end-perform
           end-if
           .
       carrega-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do arqNotas as notas do ano apurado para a tabela por
      *>  aluno/disciplina/bimestre - arquivo ainda nao existir significa
      *>  nenhuma nota lancada (todas as disciplinas ficam sem nota).
      *>------------------------------------------------------------------------
       carrega-notas section.

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
                     and not-ano = ws-ano-apuracao
                     and not-cod > 0
                     and not-disciplina >= 1 and not-disciplina <= 10
                     and not-bimestre   >= 1 and not-bimestre   <= 4 then
      *>               nota relancada para o mesmo bimestre: a ultima
      *>               gravada prevalece, como no boletim
                       move not-nota to
                           ws-tb-nota(not-cod, not-disciplina, not-bimestre)
                       move "S" to
                           ws-tb-tem(not-cod, not-disciplina, not-bimestre)
                   end-if
               end-perform

               close arqNotas

               if ws-fs-arqNotas <> 00 then
                   move 8                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                     to ws-msn-erro-cod
                   move "Erro ao fechar arqNotas.txt."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arqPresenca inteiro contando, por aluno, os dias do ano
      *>  apurado com chamada registrada e as faltas - so a primeira
      *>  marcacao de cada aluno+dia conta. Arquivo ainda nao existir =
      *>  nenhuma chamada feita, a frequencia sai cheia.
      *>------------------------------------------------------------------------
       consolida-presencas section.

           open input arqPresenca

           if ws-fs-arqPresenca <> 35 then

               if ws-fs-arqPresenca <> 00 then
                   move 9                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPresenca                  to ws-msn-erro-cod
                   move "Erro ao abrir arqPresenca.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqPresenca = 10
                   read arqPresenca

                   if ws-fs-arqPresenca <> 00 and ws-fs-arqPresenca <> 10 then
                       move 10                                 to ws-msn-erro-ofsset
                       move ws-fs-arqPresenca                  to ws-msn-erro-cod
                       move "Erro ao ler arqPresenca.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqPresenca = 00 then
                       move pre-data to ws-data-pres

                       if ws-dp-ano = ws-ano-apuracao
                         and pre-cod > 0
                         and ws-dp-mes >= 1 and ws-dp-mes <= 12
                         and ws-dp-dia >= 1 and ws-dp-dia <= 31 then
                           if ws-dia-contado(pre-cod, ws-dp-mes, ws-dp-dia)
                                   not = "S" then
                               move "S" to
                                   ws-dia-contado(pre-cod, ws-dp-mes, ws-dp-dia)

                               add 1 to ws-tb-dias(pre-cod)
                               if pre-ausente then
                                   add 1 to ws-tb-faltas(pre-cod)
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform

               close arqPresenca

               if ws-fs-arqPresenca <> 00 then
                   move 11                                 to ws-msn-erro-ofsset
                   move ws-fs-arqPresenca                  to ws-msn-erro-cod
                   move "Erro ao fechar arqPresenca.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       consolida-presencas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Media da disciplina em ws-ind-disc para o aluno em fd-cad pelos
      *>  bimestres lancados, acumulando menor media, disciplinas abaixo
      *>  da minima e disciplinas sem nota.
      *>------------------------------------------------------------------------
       apura-disciplina section.

           move zeros to ws-soma-notas
           move zeros to ws-qtd-notas

           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               if ws-tb-tem(fd-cod, ws-ind-disc, ws-ind-bim) = "S" then
                   add ws-tb-nota(fd-cod, ws-ind-disc, ws-ind-bim)
                       to ws-soma-notas
                   add 1 to ws-qtd-notas
               end-if
               add 1 to ws-ind-bim
           end-perform

           if ws-qtd-notas > 0 then
               compute ws-media rounded = ws-soma-notas / ws-qtd-notas
               if ws-media < ws-menor-media then
                   move ws-media to ws-menor-media
               end-if
               if ws-media < ws-media-minima then
                   add 1 to ws-qtd-abaixo
               end-if
           else
               add 1 to ws-qtd-sem-nota
           end-if
           .
       apura-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o resultado do aluno em fd-cad: media de cada disciplina
      *>  da grade da fase pelos bimestres lancados (como no boletim),
      *>  menor media, disciplinas abaixo da minima e sem nota, e a
      *>  frequencia do ano.
      *>------------------------------------------------------------------------
       apura-aluno section.

           move 10,0  to ws-menor-media
           move zeros to ws-qtd-abaixo
           move zeros to ws-qtd-sem-nota

           move 1 to ws-ind-disc
           perform until ws-ind-disc > 10
               if ws-disc-na-grade(fd-fase, ws-ind-disc) = "S" then
                   perform apura-disciplina
               end-if
               add 1 to ws-ind-disc
           end-perform

      *>   nenhuma disciplina com nota: nao ha menor media a mostrar
           if ws-qtd-sem-nota = ws-qtd-disc-fase(fd-fase) then
               move zeros to ws-menor-media
           end-if

      *>   sem nenhuma chamada registrada no ano a frequencia sai cheia -
      *>   falta so conta com chamada feita
           if ws-tb-dias(fd-cod) > 0 then
               compute ws-frequencia rounded =
                   (ws-tb-dias(fd-cod) - ws-tb-faltas(fd-cod)) * 100
                   / ws-tb-dias(fd-cod)
           else
               move 100,0 to ws-frequencia
           end-if

           evaluate true
               when ws-frequencia < ws-freq-minima
                   move "RETIDO"      to ws-resultado
               when ws-qtd-disc-fase(fd-fase) = zeros
                   move "RECUPERACAO" to ws-resultado
               when ws-qtd-abaixo > ws-limite-recuperacao
                   move "RETIDO"      to ws-resultado
               when ws-qtd-abaixo > 0 or ws-qtd-sem-nota > 0
                   move "RECUPERACAO" to ws-resultado
               when other
                   move "APROVADO"    to ws-resultado
           end-evaluate
           .
       apura-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava, numa reapuracao) o resultado do aluno em
      *>  fd-cad no arqResultados e a linha dele no relatorio - a decisao
      *>  do conselho ja gravada so eh mantida se o aluno continuar em
      *>  RECUPERACAO.
      *>------------------------------------------------------------------------
       grava-resultado section.

           move ws-ano-apuracao to res-ano
           move fd-cod          to res-cod
           read arqResultados

           if ws-fs-arqResultados <> 00 and ws-fs-arqResultados <> 23 then
               move 12                                  to ws-msn-erro-ofsset
               move ws-fs-arqResultados                 to ws-msn-erro-cod
               move "Erro ao ler arqResultados.dat."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqResultados = 00 then
               move "S" to ws-res-achado
           else
               move "N" to ws-res-achado
               move ws-ano-apuracao to res-ano
               move fd-cod          to res-cod
               move spaces          to res-decisao
               move zeros           to res-data-decisao
               move spaces          to res-usuario
           end-if

           move fd-fase         to res-fase
           move ws-menor-media  to res-menor-media
           move ws-qtd-abaixo   to res-qtd-abaixo
           move ws-qtd-sem-nota to res-qtd-sem-nota
           move ws-frequencia   to res-frequencia
           move ws-resultado    to res-resultado

           if not res-recuperacao then
               move spaces to res-decisao
               move zeros  to res-data-decisao
               move spaces to res-usuario
           end-if

           if ws-res-existente then
               rewrite res-reg
           else
               write res-reg
           end-if

           if ws-fs-arqResultados <> 00 then
               move 13                                  to ws-msn-erro-ofsset
               move ws-fs-arqResultados                 to ws-msn-erro-cod
               move "Erro ao gravar arqResultados.dat." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when res-aprovado
                   add 1 to ws-qtd-aprovados
               when res-recuperacao
                   add 1 to ws-qtd-recuperacao
               when other
                   add 1 to ws-qtd-retidos
           end-evaluate

           move res-cod          to ws-ld-cod
           move fd-nome-alu      to ws-ld-nome
           move res-fase         to ws-ld-fase
           move res-menor-media  to ws-ld-menor
           move res-qtd-abaixo   to ws-ld-abaixo
           move res-qtd-sem-nota to ws-ld-sem-nota
           move res-frequencia   to ws-ld-freq
           move res-resultado    to ws-ld-resultado
           move res-decisao      to ws-ld-decisao
           move ws-lin-detalhe   to rel-linha
           perform grava-linha-rel
           .
       grava-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorioResultados.txt.
      *>------------------------------------------------------------------------
       grava-linha-rel section.

           write rel-linha

           if ws-fs-relResultados <> 00 then
               move 14                                       to ws-msn-erro-ofsset
               move ws-fs-relResultados                      to ws-msn-erro-cod
               move "Erro ao gravar relatorioResultados.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-rel-exit.
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
