      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_educacenso".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Educacenso (censo escolar): pede a data de referencia do censo
      *>   (AAAAMMDD) e monta, em educacenso.txt, uma linha por aluno do
      *>   ano letivo dessa data:
      *>     - os alunos ativos do arqCad.dat, na fase do fd-fase (ou na
      *>       fase do arqHistorico.txt, quando o ano ja foi encerrado pela
      *>       virada - o fd-fase entao ja esta avancado);
      *>     - os que sairam durante o ano, do arqTransferidos.txt (data
      *>       da transferencia dentro do ano) e do arqEgressos.txt
      *>       (concluintes do ano);
      *>   com o resultado do ano tirado do arqHistorico.txt (PROMOVIDO,
      *>   RETIDO, CONCLUIDO) ou CURSANDO / TRANSFERIDO enquanto nao ha
      *>   historico. Aluno matriculado depois do encerramento do ano fica
      *>   de fora. Confere os campos obrigatorios do censo - nome completo
      *>   do aluno, fd-data-nasc valida (DD/MM/AAAA) e a filiacao (mae e
      *>   pai) - e lista, no relatorioCenso.txt, as pendencias de cada
      *>   aluno para a secretaria corrigir na tela de cadastro antes de
      *>   enviar o censo. Fecha com os totais por fase, com a coluna
      *>   Turma (alunos ativos pelo fd-fase atual) para conferir com o
      *>   relatorioTurma.

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

           select arqHistorico assign to "arqHistorico.txt" *> um ano letivo por linha (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqTransferidos assign to "arqTransferidos.txt" *> alunos transferidos (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTransferidos.

           select arqEgressos assign to "arqEgressos.txt" *> alunos que concluiram a fase 12 (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEgressos.

           select arqCenso assign to "educacenso.txt" *> arquivo do censo gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCenso.

           select relCenso assign to "relatorioCenso.txt" *> relatorio de pendencias e totais gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relCenso.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqHistorico.
           copy "histreg.cpy".

       fd arqTransferidos.
       01 tra-reg.
           05 tra-cod                              pic 9(004).
           05 tra-nome-alu                         pic X(035).
           05 tra-nome-mae                         pic X(035).
           05 tra-nome-pai                         pic X(035).
           05 tra-data-nasc                        pic X(010).
           05 tra-fase                             pic 9(002).
           05 tra-tel-cont                         pic X(015).
           05 tra-email                            pic X(025).
           05 tra-endereco                         pic X(100).
           05 tra-alergico                         pic X(001).
           05 tra-escola-destino                   pic X(040). *> escola para onde o aluno foi
           05 tra-data                             pic 9(008). *> data da transferencia, AAAAMMDD
           05 tra-data-val redefines tra-data.
               10 tra-data-ano                     pic 9(004).
               10 filler                           pic 9(004).

      *>   registro de egresso - mesmo layout gravado pela virada do ano
      *>   letivo no arqEgressos.txt (cadreg.cpy mais o ano de saida).
       fd arqEgressos.
       01 egr-reg.
           05 egr-cod                              pic 9(004).
           05 egr-nome-alu                         pic X(035).
           05 egr-nome-mae                         pic X(035).
           05 egr-nome-pai                         pic X(035).
           05 egr-data-nasc                        pic X(010).
           05 egr-fase                             pic 9(002).
           05 egr-tel-cont                         pic X(015).
           05 egr-email                            pic X(025).
           05 egr-endereco                         pic X(100).
           05 egr-alergico                         pic X(001).
           05 egr-ano-saida                        pic 9(004).

      *>   registro do censo - uma linha por aluno do ano letivo da data
      *>   de referencia, para a digitacao/importacao no Educacenso.
       fd arqCenso.
       01 cen-reg.
           05 cen-data-ref                         pic 9(008). *> data de referencia do censo, AAAAMMDD
           05 cen-cod                              pic 9(004). *> codigo do aluno (fd-cod)
           05 cen-nome-alu                         pic X(035). *> nome completo do aluno
           05 cen-data-nasc                        pic X(010). *> data de nascimento, DD/MM/AAAA
           05 cen-nome-mae                         pic X(035). *> filiacao 1
           05 cen-nome-pai                         pic X(035). *> filiacao 2
           05 cen-fase                             pic 9(002). *> fase cursada no ano
           05 cen-situacao                         pic X(011). *> CURSANDO, PROMOVIDO, RETIDO, CONCLUIDO, TRANSFERIDO
           05 cen-data-saida                       pic 9(008). *> data da transferencia no ano, AAAAMMDD (zero = nao saiu)
           05 cen-origem                           pic X(001). *> de onde saiu o aluno
               88 cen-do-cadastro                  value "C".
               88 cen-de-transferido               value "T".
               88 cen-de-egresso                   value "E".
           05 cen-na-data-ref                      pic X(001). *> matriculado na data de referencia? S/N
           05 cen-pendente                         pic X(001). *> tem pendencia de cadastro? S/N

       fd relCenso.
       01 rel-linha                                pic X(132).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqHistorico                       pic  9(02).
       77 ws-fs-arqTransferidos                    pic  9(02).
       77 ws-fs-arqEgressos                        pic  9(02).
       77 ws-fs-arqCenso                           pic  9(02).
       77 ws-fs-relCenso                           pic  9(02).

      *>----Data de referencia pedida
       01 ws-data-ref                              pic  9(008) value zeros.
       01 ws-data-ref-val redefines ws-data-ref.
           05 ws-dr-ano                            pic 9(004).
               88 ws-dr-ano-valido                  value 1900 thru 2100.
           05 ws-dr-mes                            pic 9(002).
               88 ws-dr-mes-valido                  value 1 thru 12.
           05 ws-dr-dia                            pic 9(002).
               88 ws-dr-dia-valido                  value 1 thru 31.

      *>----Historico do ano da data de referencia, pelo codigo do aluno
      *>   (fase zero = sem historico no ano)
       01 ws-tab-historico.
           05 ws-his-ano-aluno occurs 9999 times.
               10 ws-his-fase                      pic 9(002).
               10 ws-his-resultado                 pic X(010).

      *>----Aluno ja incluido no censo, pelo codigo
       01 ws-tab-incluidos.
           05 ws-incluido                          pic X(001) occurs 9999 times.

       77 ws-ind-cod                               pic  9(005) value zeros.

       77 ws-virada-feita                          pic  x(001) value "N".
          88  ws-ano-encerrado                     value "S".

       77 ws-fim-leitura                           pic  x(001) value "N".
          88  ws-fim-cadastro                      value "S".

      *>----Totais por fase (1 a 12; 13 = total geral)
       01 ws-tab-totais.
           05 ws-tot-fase occurs 13 times.
               10 ws-tf-turma                      pic 9(005).
               10 ws-tf-censo                      pic 9(005).
               10 ws-tf-data-ref                   pic 9(005).
               10 ws-tf-cursando                   pic 9(005).
               10 ws-tf-promovido                  pic 9(005).
               10 ws-tf-retido                     pic 9(005).
               10 ws-tf-concluido                  pic 9(005).
               10 ws-tf-transferido                pic 9(005).
               10 ws-tf-pendente                   pic 9(005).

       77 ws-ind-fase                              pic  9(002) value zeros.
       77 ws-qtd-pendencias                        pic  9(005) value zeros.
       77 ws-qtd-fora-ano                          pic  9(005) value zeros.
       77 ws-qtd-fase-invalida                     pic  9(005) value zeros.

      *>----Conferencia dos campos obrigatorios
       01 ws-data-nasc-val.
           05 ws-dn-dia                            pic 9(002).
               88 ws-dn-dia-valido                  value 1 thru 31.
           05 ws-dn-barra1                         pic X(001).
           05 ws-dn-mes                            pic 9(002).
               88 ws-dn-mes-valido                  value 1 thru 12.
           05 ws-dn-barra2                         pic X(001).
           05 ws-dn-ano                            pic 9(004).
               88 ws-dn-ano-valido                  value 1900 thru 2100.

       01 ws-data-nasc-num                         pic 9(008) value zeros.
       01 ws-data-nasc-num-val redefines ws-data-nasc-num.
           05 ws-dnn-ano                           pic 9(004).
           05 ws-dnn-mes                           pic 9(002).
           05 ws-dnn-dia                           pic 9(002).

       77 ws-nome-teste                            pic  X(035) value spaces.
       77 ws-nome-parte-1                          pic  X(035) value spaces.
       77 ws-nome-parte-2                          pic  X(035) value spaces.
       77 ws-nome-completo                         pic  x(001) value "N".
          88  ws-eh-nome-completo                  value "S".

       77 ws-problema                              pic  X(050) value spaces.

      *>----Linhas do relatorio
       01 ws-lin-titulo.
           05 filler                               pic x(032) value
              "Educacenso - data de referencia ".
           05 ws-lt-data-ref                       pic 9(008).
           05 filler                               pic x(014) value " - ano letivo ".
           05 ws-lt-ano                            pic 9(004).

       01 ws-lin-titulo-pend.
           05 filler                               pic x(060) value
              "Pendencias de cadastro (corrigir na tela de cadastro)".

       01 ws-lin-cab-pend.
           05 filler                               pic x(006) value "Cod.".
           05 filler                               pic x(013) value "Origem".
           05 filler                               pic x(037) value "Aluno".
           05 filler                               pic x(050) value "Pendencia".

       01 ws-lin-pendencia.
           05 ws-lp-cod                            pic 9(004).
           05 filler                               pic x(002) value spaces.
           05 ws-lp-origem                         pic x(011).
           05 filler                               pic x(002) value spaces.
           05 ws-lp-nome                           pic x(035).
           05 filler                               pic x(002) value spaces.
           05 ws-lp-problema                       pic x(050).

       01 ws-lin-sem-pend.
           05 filler                               pic x(040) value
              "Nenhuma pendencia de cadastro.".

       01 ws-lin-titulo-tot.
           05 filler                               pic x(060) value
              "Totais por fase (coluna Turma confere com o relatorioTurma)".

       01 ws-lin-cab-tot.
           05 filler                               pic x(006) value "Fase".
           05 filler                               pic x(010) value "   Turma".
           05 filler                               pic x(010) value "   Censo".
           05 filler                               pic x(010) value " Na data".
           05 filler                               pic x(010) value "Cursando".
           05 filler                               pic x(010) value " Promov.".
           05 filler                               pic x(010) value " Retidos".
           05 filler                               pic x(010) value " Conclu.".
           05 filler                               pic x(010) value " Transf.".
           05 filler                               pic x(010) value "Pendent.".

       01 ws-lin-tot.
           05 ws-lto-rotulo                        pic x(006).
           05 ws-lto-rotulo-fase redefines ws-lto-rotulo.
               10 ws-lto-fase                      pic z9.
               10 filler                           pic x(004).
           05 ws-lto-turma                         pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-censo                         pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-data-ref                      pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-cursando                      pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-promovido                     pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-retido                        pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-concluido                     pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-transferido                   pic zzzzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-lto-pendente                      pic zzzzzzz9.

       01 ws-lin-resumo.
           05 ws-lr-rotulo                         pic x(050).
           05 ws-lr-qtd                            pic zzzz9.

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
      *>  Procedimentos de inicialização - pede a data de referencia
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-dr-ano-valido and ws-dr-mes-valido
                     and ws-dr-dia-valido
               display "Informe a data de referencia do censo (AAAAMMDD): "
                   with no advancing
               accept ws-data-ref
           end-perform

           move 1 to ws-ind-cod
           perform until ws-ind-cod > 9999
               move zeros  to ws-his-fase(ws-ind-cod)
               move spaces to ws-his-resultado(ws-ind-cod)
               move "N"    to ws-incluido(ws-ind-cod)
               add 1 to ws-ind-cod
           end-perform

           move 1 to ws-ind-fase
           perform until ws-ind-fase > 13
               move zeros to ws-tf-turma(ws-ind-fase)
               move zeros to ws-tf-censo(ws-ind-fase)
               move zeros to ws-tf-data-ref(ws-ind-fase)
               move zeros to ws-tf-cursando(ws-ind-fase)
               move zeros to ws-tf-promovido(ws-ind-fase)
               move zeros to ws-tf-retido(ws-ind-fase)
               move zeros to ws-tf-concluido(ws-ind-fase)
               move zeros to ws-tf-transferido(ws-ind-fase)
               move zeros to ws-tf-pendente(ws-ind-fase)
               add 1 to ws-ind-fase
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - cadastro, transferidos e egressos, nessa
      *>  ordem (o aluno entra uma vez so, pelo primeiro em que aparecer),
      *>  e os totais por fase no final.
      *>------------------------------------------------------------------------
       processamento section.

           perform abre-arquivos
           perform carrega-historico

           move ws-data-ref to ws-lt-data-ref
           move ws-dr-ano   to ws-lt-ano
           move ws-lin-titulo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-titulo-pend to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cab-pend to rel-linha
           perform grava-linha-relatorio

           perform processa-cadastro
           perform processa-transferidos
           perform processa-egressos

           if ws-qtd-pendencias = zeros then
               move ws-lin-sem-pend to rel-linha
               perform grava-linha-relatorio
           end-if

           perform grava-totais
           perform fecha-arquivos

           display "Censo gerado em educacenso.txt; pendencias e totais em relatorioCenso.txt."
           display "Alunos no censo: " ws-tf-censo(13)
           display "Alunos com pendencia: " ws-tf-pendente(13)
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre os arquivos de entrada obrigatorio e os de saida.
      *>------------------------------------------------------------------------
       abre-arquivos section.

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCenso

           if ws-fs-arqCenso <> 00 then
               move 2                               to ws-msn-erro-ofsset
               move ws-fs-arqCenso                  to ws-msn-erro-cod
               move "Erro ao abrir educacenso.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output relCenso

           if ws-fs-relCenso <> 00 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-relCenso                        to ws-msn-erro-cod
               move "Erro ao abrir relatorioCenso.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do arqHistorico a fase e o resultado de cada aluno no ano
      *>  da data de referencia - havendo algum, o ano ja foi encerrado
      *>  pela virada. Arquivo ainda nao existir eh nenhuma virada feita.
      *>------------------------------------------------------------------------
       carrega-historico section.

           open input arqHistorico

           if ws-fs-arqHistorico <> 35 then

               if ws-fs-arqHistorico <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                  to ws-msn-erro-cod
                   move "Erro ao abrir arqHistorico.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqHistorico = 10
                   read arqHistorico

                   if ws-fs-arqHistorico <> 00 and ws-fs-arqHistorico <> 10 then
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                  to ws-msn-erro-cod
                       move "Erro ao ler arqHistorico.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqHistorico = 00 and his-cod > zeros
                     and his-ano = ws-dr-ano then
                       move his-fase      to ws-his-fase(his-cod)
                       move his-resultado to ws-his-resultado(his-cod)
                       move "S"           to ws-virada-feita
                   end-if
               end-perform

               close arqHistorico
           end-if
           .
       carrega-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alunos ativos do arqCad - todos contam na coluna Turma pelo
      *>  fd-fase atual; entram no censo com o resultado do historico
      *>  quando o ano ja foi encerrado, ou CURSANDO. Com o ano encerrado,
      *>  quem nao tem historico no ano foi matriculado depois e fica de
      *>  fora.
      *>------------------------------------------------------------------------
       processa-cadastro section.

           move "N" to ws-fim-leitura

           perform until ws-fim-cadastro
               read arqCad next

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 10 then
                   move 6                               to ws-msn-erro-ofsset
                   move ws-fs-arqCad                    to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCad = 10 then
                   move "S" to ws-fim-leitura
               end-if

               if not ws-fim-cadastro and fd-cod > zeros then

                   if fd-fase >= 1 and fd-fase <= 12 then
                       add 1 to ws-tf-turma(fd-fase)
                   end-if
                   add 1 to ws-tf-turma(13)

                   evaluate true
                       when ws-his-fase(fd-cod) > zeros
                           move ws-his-fase(fd-cod)      to cen-fase
                           move ws-his-resultado(fd-cod) to cen-situacao
                       when ws-ano-encerrado
                           add 1 to ws-qtd-fora-ano
                       when other
                           move fd-fase    to cen-fase
                           move "CURSANDO" to cen-situacao
                   end-evaluate

                   if ws-his-fase(fd-cod) > zeros or not ws-ano-encerrado then
                       move fd-cod       to cen-cod
                       move fd-nome-alu  to cen-nome-alu
                       move fd-data-nasc to cen-data-nasc
                       move fd-nome-mae  to cen-nome-mae
                       move fd-nome-pai  to cen-nome-pai
                       move zeros        to cen-data-saida
                       move "C"          to cen-origem
                       move "S"          to cen-na-data-ref
                       perform trata-aluno
                   end-if
               end-if
           end-perform
           .
       processa-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alunos que sairam por transferencia - quem tem historico no ano
      *>  terminou o ano aqui e saiu depois (entra com o resultado); sem
      *>  historico, entra como TRANSFERIDO se a transferencia foi dentro
      *>  do ano. O "NAO REMATRICULADO" da virada sem historico no ano nao
      *>  chegou a cursar o ano. Arquivo ainda nao existir eh nenhuma
      *>  transferencia feita.
      *>------------------------------------------------------------------------
       processa-transferidos section.

           open input arqTransferidos

           if ws-fs-arqTransferidos <> 35 then

               if ws-fs-arqTransferidos <> 00 then
                   move 7                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTransferidos                  to ws-msn-erro-cod
                   move "Erro ao abrir arqTransferidos.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqTransferidos = 10
                   read arqTransferidos

                   if ws-fs-arqTransferidos <> 00 and ws-fs-arqTransferidos <> 10 then
                       move 8                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTransferidos                  to ws-msn-erro-cod
                       move "Erro ao ler arqTransferidos.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTransferidos = 00 and tra-cod > zeros then
                       perform trata-transferido
                   end-if
               end-perform

               close arqTransferidos
           end-if
           .
       processa-transferidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decide se o transferido lido em tra-reg entra no censo, e como.
      *>------------------------------------------------------------------------
       trata-transferido section.

           if ws-incluido(tra-cod) = "N" then

               move spaces to cen-situacao

               evaluate true
                   when ws-his-fase(tra-cod) > zeros
                       move ws-his-fase(tra-cod)      to cen-fase
                       move ws-his-resultado(tra-cod) to cen-situacao
                       move "S"                       to cen-na-data-ref
                       if tra-data-ano = ws-dr-ano then
                           move tra-data to cen-data-saida
                       else
                           move zeros    to cen-data-saida
                       end-if
                   when tra-data-ano = ws-dr-ano
                     and tra-escola-destino <> "NAO REMATRICULADO"
                       move tra-fase      to cen-fase
                       move "TRANSFERIDO" to cen-situacao
                       move tra-data      to cen-data-saida
                       if tra-data >= ws-data-ref then
                           move "S" to cen-na-data-ref
                       else
                           move "N" to cen-na-data-ref
                       end-if
               end-evaluate

               if cen-situacao <> spaces then
                   move tra-cod       to cen-cod
                   move tra-nome-alu  to cen-nome-alu
                   move tra-data-nasc to cen-data-nasc
                   move tra-nome-mae  to cen-nome-mae
                   move tra-nome-pai  to cen-nome-pai
                   move "T"           to cen-origem
                   perform trata-aluno
               end-if
           end-if
           .
       trata-transferido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Concluintes que sairam para o arqEgressos - entram os que tem
      *>  historico no ano (concluiram a fase 12 nesse ano). Arquivo ainda
      *>  nao existir eh nenhuma turma concluida.
      *>------------------------------------------------------------------------
       processa-egressos section.

           open input arqEgressos

           if ws-fs-arqEgressos <> 35 then

               if ws-fs-arqEgressos <> 00 then
                   move 9                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                  to ws-msn-erro-cod
                   move "Erro ao abrir arqEgressos.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEgressos = 10
                   read arqEgressos

                   if ws-fs-arqEgressos <> 00 and ws-fs-arqEgressos <> 10 then
                       move 10                                 to ws-msn-erro-ofsset
                       move ws-fs-arqEgressos                  to ws-msn-erro-cod
                       move "Erro ao ler arqEgressos.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEgressos = 00 and egr-cod > zeros then
                       if ws-incluido(egr-cod) = "N"
                         and ws-his-fase(egr-cod) > zeros then
                           move egr-cod                   to cen-cod
                           move egr-nome-alu              to cen-nome-alu
                           move egr-data-nasc             to cen-data-nasc
                           move egr-nome-mae              to cen-nome-mae
                           move egr-nome-pai              to cen-nome-pai
                           move ws-his-fase(egr-cod)      to cen-fase
                           move ws-his-resultado(egr-cod) to cen-situacao
                           move zeros                     to cen-data-saida
                           move "E"                       to cen-origem
                           move "S"                       to cen-na-data-ref
                           perform trata-aluno
                       end-if
                   end-if
               end-perform

               close arqEgressos
           end-if
           .
       processa-egressos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aluno montado em cen-reg: confere os campos obrigatorios, grava a
      *>  linha do censo e soma nos totais da fase.
      *>------------------------------------------------------------------------
       trata-aluno section.

           move ws-data-ref to cen-data-ref
           move "N"         to cen-pendente

           perform confere-obrigatorios

           write cen-reg

           if ws-fs-arqCenso <> 00 then
               move 11                              to ws-msn-erro-ofsset
               move ws-fs-arqCenso                  to ws-msn-erro-cod
               move "Erro ao gravar educacenso.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-incluido(cen-cod)

           if cen-fase >= 1 and cen-fase <= 12 then
               move cen-fase to ws-ind-fase
               perform soma-totais
           else
               add 1 to ws-qtd-fase-invalida
           end-if

           move 13 to ws-ind-fase
           perform soma-totais
           .
       trata-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o aluno de cen-reg na linha ws-ind-fase dos totais.
      *>------------------------------------------------------------------------
       soma-totais section.

           add 1 to ws-tf-censo(ws-ind-fase)

           if cen-na-data-ref = "S" then
               add 1 to ws-tf-data-ref(ws-ind-fase)
           end-if

           evaluate cen-situacao
               when "CURSANDO"
                   add 1 to ws-tf-cursando(ws-ind-fase)
               when "PROMOVIDO"
                   add 1 to ws-tf-promovido(ws-ind-fase)
               when "RETIDO"
                   add 1 to ws-tf-retido(ws-ind-fase)
               when "CONCLUIDO"
                   add 1 to ws-tf-concluido(ws-ind-fase)
               when "TRANSFERIDO"
                   add 1 to ws-tf-transferido(ws-ind-fase)
           end-evaluate

           if cen-pendente = "S" then
               add 1 to ws-tf-pendente(ws-ind-fase)
           end-if
           .
       soma-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campos obrigatorios do censo - cada falta vira uma linha de
      *>  pendencia no relatorio e marca o aluno como pendente.
      *>------------------------------------------------------------------------
       confere-obrigatorios section.

      *>   nome completo do aluno (nome e sobrenome)
           move cen-nome-alu to ws-nome-teste
           perform confere-nome-completo

           if cen-nome-alu = spaces then
               move "Nome do aluno em branco." to ws-problema
               perform grava-pendencia
           else
               if not ws-eh-nome-completo then
                   move "Nome do aluno incompleto (falta sobrenome)." to ws-problema
                   perform grava-pendencia
               end-if
           end-if

      *>   data de nascimento DD/MM/AAAA, nao posterior a data de referencia
           move cen-data-nasc to ws-data-nasc-val

           if ws-dn-barra1 <> "/" or ws-dn-barra2 <> "/"
             or ws-dn-dia is not numeric or ws-dn-mes is not numeric
             or ws-dn-ano is not numeric then
               move "Data de nasc. invalida (DD/MM/AAAA)." to ws-problema
               perform grava-pendencia
           else
               if not ws-dn-dia-valido or not ws-dn-mes-valido
                 or not ws-dn-ano-valido then
                   move "Data de nasc. invalida (DD/MM/AAAA)." to ws-problema
                   perform grava-pendencia
               else
                   move ws-dn-ano to ws-dnn-ano
                   move ws-dn-mes to ws-dnn-mes
                   move ws-dn-dia to ws-dnn-dia
                   if ws-data-nasc-num > ws-data-ref then
                       move "Data de nasc. posterior a data de referencia." to ws-problema
                       perform grava-pendencia
                   end-if
               end-if
           end-if

      *>   filiacao - ao menos um dos pais, e o nome completo de quem
      *>   estiver preenchido
           if cen-nome-mae = spaces and cen-nome-pai = spaces then
               move "Filiacao em branco (nome da mae e do pai)." to ws-problema
               perform grava-pendencia
           end-if

           if cen-nome-mae <> spaces then
               move cen-nome-mae to ws-nome-teste
               perform confere-nome-completo
               if not ws-eh-nome-completo then
                   move "Nome da mae incompleto (falta sobrenome)." to ws-problema
                   perform grava-pendencia
               end-if
           end-if

           if cen-nome-pai <> spaces then
               move cen-nome-pai to ws-nome-teste
               perform confere-nome-completo
               if not ws-eh-nome-completo then
                   move "Nome do pai incompleto (falta sobrenome)." to ws-problema
                   perform grava-pendencia
               end-if
           end-if

           if cen-fase < 1 or cen-fase > 12 then
               move "Fase invalida (1 a 12)." to ws-problema
               perform grava-pendencia
           end-if
           .
       confere-obrigatorios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome em ws-nome-teste eh completo quando tem ao menos duas
      *>  partes (nome e sobrenome) a partir da primeira coluna.
      *>------------------------------------------------------------------------
       confere-nome-completo section.

           move spaces to ws-nome-parte-1
           move spaces to ws-nome-parte-2

           unstring ws-nome-teste delimited by all spaces
               into ws-nome-parte-1 ws-nome-parte-2
           end-unstring

           if ws-nome-parte-1 <> spaces and ws-nome-parte-2 <> spaces then
               move "S" to ws-nome-completo
           else
               move "N" to ws-nome-completo
           end-if
           .
       confere-nome-completo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a pendencia em ws-problema para o aluno de cen-reg.
      *>------------------------------------------------------------------------
       grava-pendencia section.

           move cen-cod      to ws-lp-cod
           move cen-nome-alu to ws-lp-nome
           move ws-problema  to ws-lp-problema

           evaluate true
               when cen-do-cadastro
                   move "CADASTRO"    to ws-lp-origem
               when cen-de-transferido
                   move "TRANSFERIDO" to ws-lp-origem
               when other
                   move "EGRESSO"     to ws-lp-origem
           end-evaluate

           move ws-lin-pendencia to rel-linha
           perform grava-linha-relatorio

           move "S" to cen-pendente
           add 1 to ws-qtd-pendencias
           .
       grava-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais por fase e o resumo do censo.
      *>------------------------------------------------------------------------
       grava-totais section.

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-titulo-tot to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cab-tot to rel-linha
           perform grava-linha-relatorio

           move 1 to ws-ind-fase
           perform until ws-ind-fase > 13
               if ws-ind-fase = 13 then
                   move ws-lin-branco to rel-linha
                   perform grava-linha-relatorio
                   move "Total" to ws-lto-rotulo
               else
                   move spaces      to ws-lto-rotulo
                   move ws-ind-fase to ws-lto-fase
               end-if

               move ws-tf-turma(ws-ind-fase)       to ws-lto-turma
               move ws-tf-censo(ws-ind-fase)       to ws-lto-censo
               move ws-tf-data-ref(ws-ind-fase)    to ws-lto-data-ref
               move ws-tf-cursando(ws-ind-fase)    to ws-lto-cursando
               move ws-tf-promovido(ws-ind-fase)   to ws-lto-promovido
               move ws-tf-retido(ws-ind-fase)      to ws-lto-retido
               move ws-tf-concluido(ws-ind-fase)   to ws-lto-concluido
               move ws-tf-transferido(ws-ind-fase) to ws-lto-transferido
               move ws-tf-pendente(ws-ind-fase)    to ws-lto-pendente
               move ws-lin-tot to rel-linha
               perform grava-linha-relatorio
               add 1 to ws-ind-fase
           end-perform

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio

           move "Pendencias de cadastro listadas:" to ws-lr-rotulo
           move ws-qtd-pendencias to ws-lr-qtd
           move ws-lin-resumo to rel-linha
           perform grava-linha-relatorio

           move "Alunos no censo com fase fora de 1 a 12:" to ws-lr-rotulo
           move ws-qtd-fase-invalida to ws-lr-qtd
           move ws-lin-resumo to rel-linha
           perform grava-linha-relatorio

           if ws-ano-encerrado then
               move "Matriculados depois do encerramento (fora):" to ws-lr-rotulo
               move ws-qtd-fora-ano to ws-lr-qtd
               move ws-lin-resumo to rel-linha
               perform grava-linha-relatorio
           end-if
           .
       grava-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha os arquivos abertos.
      *>------------------------------------------------------------------------
       fecha-arquivos section.

           close arqCad
           close arqCenso
           close relCenso

           if ws-fs-arqCad <> 00 or ws-fs-arqCenso <> 00
             or ws-fs-relCenso <> 00 then
               move 12                              to ws-msn-erro-ofsset
               move ws-fs-relCenso                  to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       fecha-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorio.
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           write rel-linha

           if ws-fs-relCenso <> 00 then
               move 13                                  to ws-msn-erro-ofsset
               move ws-fs-relCenso                      to ws-msn-erro-cod
               move "Erro ao gravar relatorioCenso.txt." to ws-msn-erro-text
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
