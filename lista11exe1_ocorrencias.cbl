      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_ocorrencias".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Registro de ocorrencias do aluno (arqOcorrencias.dat, layout
      *>   ocoreg.cpy) - substitui o caderno da recepcao. A secretaria ou
      *>   o professor informa o codigo do aluno, ve o nome, a fase e o
      *>   que a ficha de saude (arqSaude.dat) diz do medicamento e dos
      *>   autorizados a retirar a crianca, e grava o tipo (A acidente, M
      *>   medicamento, C comportamento, R retirada, O outros), o que
      *>   aconteceu e a providencia tomada. A chave leva a data e a hora
      *>   da gravacao e o registro leva o operador assinado no menu
      *>   (OPERADOR). Medicamento so eh aceito para aluno com medicamento
      *>   na ficha de saude (que vai para o registro) e retirada so por
      *>   um dos autorizados da ficha. Cada ocorrencia gravada gera o
      *>   bilheteOcorrencia.txt para os responsaveis - da familia
      *>   vinculada (arqFamVinculo.txt + arqFamilias.dat), ou do proprio
      *>   cadastro quando o aluno nao tem vinculo.

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

           select arqOcorrencias assign to "arqOcorrencias.dat" *> ocorrencias por aluno, data e hora
           organization is indexed
           access mode is dynamic
           record key is oco-chave
           lock mode is automatic
           file status is ws-fs-arqOcorrencias.

           select arqSaude assign to "arqSaude.dat" *> ficha de saude por aluno (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is sau-cod
           lock mode is automatic
           file status is ws-fs-arqSaude.

           select arqFamilias assign to "arqFamilias.dat" *> dados da familia (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fam-cod
           lock mode is automatic
           file status is ws-fs-arqFamilias.

           select arqFamVinculo assign to "arqFamVinculo.txt" *> vinculo aluno-familia (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFamVinculo.

           select bilhete assign to "bilheteOcorrencia.txt" *> bilhete impresso para os responsaveis
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-bilhete.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqOcorrencias.
           copy "ocoreg.cpy".

       fd arqSaude.
           copy "saudereg.cpy".

       fd arqFamilias.
           copy "famreg.cpy".

       fd arqFamVinculo.
           copy "favreg.cpy".

       fd bilhete.
       01 bil-linha                                pic X(080).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqOcorrencias                     pic  9(02).
       77 ws-fs-arqSaude                           pic  9(02).
       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-arqFamVinculo                      pic  9(02).
       77 ws-fs-bilhete                            pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Variaveis da busca do aluno
       77 ws-cod-busca                             pic  9(004) value zeros.

       77 ws-reg-achado                            pic  x(001) value "N".
          88  ws-reg-encontrado                    value "S".
          88  ws-reg-nao-encontrado                value "N".

      *>   copia do cadastro e da ficha de saude do aluno, para a tela e o
      *>   bilhete
       77 ws-nome-alu                              pic  X(035) value spaces.
       77 ws-fase                                  pic  9(002) value zeros.
       77 ws-medicamento                           pic  X(040) value spaces.

       01 ws-autorizados.
           05 ws-autorizado                        pic X(035) occurs 3 times.

      *>----Contatos dos responsaveis para o bilhete - da familia quando
      *>   ha vinculo, do proprio cadastro quando nao
       77 ws-fam-do-aluno                          pic  9(004) value zeros.
       77 ws-resp-mae                              pic  X(035) value spaces.
       77 ws-resp-pai                              pic  X(035) value spaces.
       77 ws-resp-tel                              pic  X(015) value spaces.

      *>----Variaveis da ocorrencia digitada
       77 ws-tipo                                  pic  x(001) value spaces.
          88  ws-tipo-medicamento                  value "M".
          88  ws-tipo-retirada                     value "R".
          88  ws-tipo-valido                       value "A" "M" "C" "R" "O".

       01 ws-descricao.
           05 ws-descricao-1                       pic X(050) value spaces.
           05 ws-descricao-2                       pic X(050) value spaces.

       01 ws-acao.
           05 ws-acao-1                            pic X(050) value spaces.
           05 ws-acao-2                            pic X(050) value spaces.

       77 ws-ind-autorizado                        pic  9(001) value zeros.
          88  ws-ind-autorizado-valido             value 1 thru 3.

       77 ws-complemento                           pic  X(040) value spaces.

       77 ws-confirma                              pic  x(001) value spaces.
          88  ws-grava-confirmada                  value "S" "s".
          88  ws-grava-recusada                    value "N" "n".

       77 ws-dados-ok                              pic  x(001) value "N".
          88  ws-dados-validos                     value "S".

       01 ws-data-oco                              pic  9(008) value zeros.
       01 ws-data-oco-val redefines ws-data-oco.
           05 ws-do-ano                            pic 9(004).
           05 ws-do-mes                            pic 9(002).
           05 ws-do-dia                            pic 9(002).

       01 ws-hora-sistema                          pic  9(008) value zeros.
       01 ws-hora-sistema-val redefines ws-hora-sistema.
           05 ws-hs-hhmmss                         pic 9(006).
           05 ws-hs-centesimos                     pic 9(002).

       01 ws-hora-oco                              pic  9(006) value zeros.
       01 ws-hora-oco-val redefines ws-hora-oco.
           05 ws-ho-hora                           pic 9(002).
           05 ws-ho-minuto                         pic 9(002).
           05 ws-ho-segundo                        pic 9(002).

      *>----Operador assinado no menu (vai para o registro)
       77 ws-audit-usuario                         pic  X(020) value spaces.

      *>----Linhas do bilhete
       01 ws-lin-moldura.
           05 filler                               pic x(070) value all "=".

       01 ws-lin-titulo.
           05 filler                               pic x(017) value spaces.
           05 filler                               pic x(040) value
              "AVISO DE OCORRENCIA AOS RESPONSAVEIS".

       01 ws-lin-campo.
           05 ws-lc-rotulo                         pic x(017).
           05 filler                               pic x(002) value ": ".
           05 ws-lc-valor                          pic x(050).

       01 ws-lin-data-hora.
           05 filler                               pic x(017) value "Data / hora".
           05 filler                               pic x(002) value ": ".
           05 ws-ldh-dia                           pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-ldh-mes                           pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-ldh-ano                           pic 9(004).
           05 filler                               pic x(001) value spaces.
           05 ws-ldh-hora                          pic 9(002).
           05 filler                               pic x(001) value ":".
           05 ws-ldh-minuto                        pic 9(002).

       01 ws-lin-ciente.
           05 filler                               pic x(070) value
              "Ciente do responsavel: _______________________  Data: ___/___/_____".

       01 ws-lin-branco                            pic x(080) value spaces.

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

       01  tela-busca-oco.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Ocorrencias do Aluno                                 ".
           05 line 03 col 01 value "      Localizar Aluno                                                            ".
           05 line 05 col 01 value "       Codigo do aluno      :                                                    ".
           05 line 07 col 01 value "                                                                                ".

           05 sc-sair-busca    line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-cod-busca     line 05  col 31 pic 9(004) using ws-cod-busca   foreground-color 15.
           05 sc-msn-busca     line 07  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-edita-oco.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Ocorrencias do Aluno                                 ".
           05 line 03 col 01 value "       Codigo / Fase        :                                                    ".
           05 line 04 col 01 value "       Nome                 :                                                    ".
           05 line 05 col 01 value "       Medicamento (ficha)  :                                                    ".
           05 line 06 col 01 value "       Autorizados a retirar:1-                                                  ".
           05 line 07 col 01 value "                             2-                                                  ".
           05 line 08 col 01 value "                             3-                                                  ".
           05 line 10 col 01 value "       Tipo                 :                                                    ".
           05 line 11 col 01 value "       (A-Acidente M-Medicamento C-Comportamento R-Retirada O-Outros)            ".
           05 line 12 col 01 value "       O que aconteceu      :                                                    ".
           05 line 14 col 01 value "       Providencia tomada   :                                                    ".
           05 line 16 col 01 value "       Retirado por (1-3)   :                                                    ".
           05 line 18 col 01 value "       Gravar (S/N)         :                                                    ".
           05 line 20 col 01 value "                                                                                ".

           05 sc-sair-edita    line 01  col 71 pic x(001) using ws-sair          foreground-color 12.
           05 sc-cod-edita     line 03  col 31 pic 9(004) from  ws-cod-busca     foreground-color 12.
           05 sc-fase-edita    line 03  col 38 pic 9(002) from  ws-fase          foreground-color 12.
           05 sc-nome-edita    line 04  col 31 pic x(035) from  ws-nome-alu      foreground-color 12.
           05 sc-medicamento   line 05  col 31 pic x(040) from  ws-medicamento   foreground-color 12.
           05 sc-autorizado-1  line 06  col 33 pic x(035) from  ws-autorizado(1) foreground-color 12.
           05 sc-autorizado-2  line 07  col 33 pic x(035) from  ws-autorizado(2) foreground-color 12.
           05 sc-autorizado-3  line 08  col 33 pic x(035) from  ws-autorizado(3) foreground-color 12.
           05 sc-tipo          line 10  col 31 pic x(001) using ws-tipo          foreground-color 15.
           05 sc-descricao-1   line 12  col 31 pic x(050) using ws-descricao-1   foreground-color 15.
           05 sc-descricao-2   line 13  col 31 pic x(050) using ws-descricao-2   foreground-color 15.
           05 sc-acao-1        line 14  col 31 pic x(050) using ws-acao-1        foreground-color 15.
           05 sc-acao-2        line 15  col 31 pic x(050) using ws-acao-2        foreground-color 15.
           05 sc-autorizado    line 16  col 31 pic 9(001) using ws-ind-autorizado foreground-color 15.
           05 sc-confirma      line 18  col 31 pic x(001) using ws-confirma      foreground-color 15.
           05 sc-msn-edita     line 20  col 08 pic x(050) from  ws-msn-aviso     foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - identifica o operador assinado
      *>  (vai gravado em cada ocorrencia).
      *>------------------------------------------------------------------------
       inicializa section.

      *>   operador assinado na porta de entrada (lista11exe1_menu) tem
      *>   prioridade sobre o usuario compartilhado do sistema operacional
           accept ws-audit-usuario from environment "OPERADOR"

           if ws-audit-usuario = spaces then
               accept ws-audit-usuario from environment "USER"
           end-if

           if ws-audit-usuario = spaces then
               move "DESCONHECIDO" to ws-audit-usuario
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - localiza o aluno e grava a ocorrencia
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-sair
           move spaces to ws-msn-aviso

           perform until voltar or fechar-programa

               move zeros  to ws-cod-busca
               move spaces to ws-sair

               display tela-busca-oco
               accept tela-busca-oco

               if not voltar and not fechar-programa then
                   perform busca-aluno

                   if ws-reg-nao-encontrado then
                       move "Codigo nao encontrado no cadastro." to ws-msn-aviso
                   else
                       perform busca-ficha-saude
                       perform edita-ocorrencia
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o aluno pedido no arqCad pela chave e guarda nome, fase e os
      *>  contatos do cadastro (valem quando nao ha familia vinculada).
      *>------------------------------------------------------------------------
       busca-aluno section.

           move "N" to ws-reg-achado

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cod-busca to fd-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 2                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCad = 00 then
               move "S"          to ws-reg-achado
               move fd-nome-alu  to ws-nome-alu
               move fd-fase      to ws-fase
               move fd-nome-mae  to ws-resp-mae
               move fd-nome-pai  to ws-resp-pai
               move fd-tel-cont  to ws-resp-tel
           end-if

           close arqCad

           if ws-fs-arqCad <> 00 then
               move 3                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao fechar arqCad.dat."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       busca-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a ficha de saude do aluno - arquivo ainda nao existir, ou
      *>  aluno sem ficha, deixa medicamento e autorizados em branco.
      *>------------------------------------------------------------------------
       busca-ficha-saude section.

           move spaces to ws-medicamento
           move spaces to ws-autorizados

           open input arqSaude

           if ws-fs-arqSaude <> 35 then

               if ws-fs-arqSaude <> 00 then
                   move 4                               to ws-msn-erro-ofsset
                   move ws-fs-arqSaude                  to ws-msn-erro-cod
                   move "Erro ao abrir arqSaude.dat."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-cod-busca to sau-cod
               read arqSaude

               if ws-fs-arqSaude <> 00 and ws-fs-arqSaude <> 23 then
                   move 5                               to ws-msn-erro-ofsset
                   move ws-fs-arqSaude                  to ws-msn-erro-cod
                   move "Erro ao ler arqSaude.dat."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqSaude = 00 then
                   move sau-medicamento  to ws-medicamento
                   move sau-autorizados  to ws-autorizados
               end-if

               close arqSaude
           end-if
           .
       busca-ficha-saude-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a tela da ocorrencia ate os dados estarem completos e
      *>  confirmados (ou o operador desistir) e entao grava e emite o
      *>  bilhete.
      *>------------------------------------------------------------------------
       edita-ocorrencia section.

           move spaces to ws-tipo
           move spaces to ws-descricao
           move spaces to ws-acao
           move zeros  to ws-ind-autorizado
           move spaces to ws-confirma
           move spaces to ws-msn-aviso
           move "N"    to ws-dados-ok

           perform until ws-grava-recusada
                      or voltar or fechar-programa
                      or (ws-grava-confirmada and ws-dados-validos)
               display tela-edita-oco
               accept tela-edita-oco

               if not voltar and not fechar-programa
                 and ws-grava-confirmada then
                   perform valida-ocorrencia

                   if not ws-dados-validos then
                       move spaces to ws-confirma
                   end-if
               end-if
           end-perform

           if ws-grava-confirmada and ws-dados-validos
             and not voltar and not fechar-programa then
               perform grava-ocorrencia
           else
               move "Nenhuma ocorrencia foi gravada." to ws-msn-aviso
           end-if
           .
       edita-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a ocorrencia digitada: tipo valido, descricao
      *>  preenchida, medicamento so com medicamento na ficha de saude e
      *>  retirada so por um dos autorizados da ficha.
      *>------------------------------------------------------------------------
       valida-ocorrencia section.

           move "N"    to ws-dados-ok
           move spaces to ws-complemento

           inspect ws-tipo converting "amcro" to "AMCRO"

           evaluate true
               when not ws-tipo-valido
                   move "Tipo invalido (A, M, C, R ou O)." to ws-msn-aviso
               when ws-descricao = spaces
                   move "Descreva o que aconteceu." to ws-msn-aviso
               when ws-tipo-medicamento and ws-medicamento = spaces
                   move "Aluno sem medicamento na ficha de saude." to ws-msn-aviso
               when ws-tipo-retirada and not ws-ind-autorizado-valido
                   move "Informe quem retirou (1 a 3 da ficha)." to ws-msn-aviso
               when other
                   move "S" to ws-dados-ok
           end-evaluate

           if ws-dados-validos and ws-tipo-retirada then
               if ws-autorizado(ws-ind-autorizado) = spaces then
                   move "N" to ws-dados-ok
                   move "Autorizado nao consta na ficha de saude." to ws-msn-aviso
               else
                   move ws-autorizado(ws-ind-autorizado) to ws-complemento
               end-if
           end-if

           if ws-dados-validos and ws-tipo-medicamento then
               move ws-medicamento to ws-complemento
           end-if
           .
       valida-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a ocorrencia com a data e a hora atuais e o operador, e
      *>  emite o bilhete para os responsaveis. Status 22 = ja existe
      *>  ocorrencia do aluno no mesmo segundo: o operador grava de novo.
      *>------------------------------------------------------------------------
       grava-ocorrencia section.

           open i-o arqOcorrencias

           if ws-fs-arqOcorrencias = 35 then
               open output arqOcorrencias
               close arqOcorrencias
               open i-o arqOcorrencias
           end-if

           if ws-fs-arqOcorrencias <> 00 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
               move "Erro ao abrir arqOcorrencias.dat."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-oco     from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-hs-hhmmss to ws-hora-oco

           move ws-cod-busca     to oco-cod
           move ws-data-oco      to oco-data
           move ws-hora-oco      to oco-hora
           move ws-tipo          to oco-tipo
           move ws-descricao     to oco-descricao
           move ws-acao          to oco-acao
           move ws-complemento   to oco-complemento
           move ws-audit-usuario to oco-operador

           write oco-reg

           evaluate ws-fs-arqOcorrencias
               when 00
                   perform gera-bilhete
                   move "Ocorrencia gravada - bilhete gerado." to ws-msn-aviso
               when 22
                   move "Ocorrencia no mesmo segundo - grave de novo." to ws-msn-aviso
               when other
                   move 7                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao gravar a ocorrencia."        to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           close arqOcorrencias

           if ws-fs-arqOcorrencias <> 00 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
               move "Erro ao fechar arqOcorrencias.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a familia do aluno no arqFamVinculo e, havendo, troca
      *>  os contatos do cadastro pelos da familia (arqFamilias) - os
      *>  arquivos ainda nao existirem nao eh erro.
      *>------------------------------------------------------------------------
       busca-responsaveis section.

           move zeros to ws-fam-do-aluno

           open input arqFamVinculo

           if ws-fs-arqFamVinculo <> 35 then

               if ws-fs-arqFamVinculo <> 00 then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamVinculo.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqFamVinculo = 10
                   read arqFamVinculo

                   if ws-fs-arqFamVinculo <> 00 and ws-fs-arqFamVinculo <> 10 then
                       move 10                                  to ws-msn-erro-ofsset
                       move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                       move "Erro ao ler arqFamVinculo.txt."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqFamVinculo = 00
                     and fav-cod-aluno = ws-cod-busca then
                       move fav-cod-familia to ws-fam-do-aluno
                   end-if
               end-perform

               close arqFamVinculo
           end-if

           if ws-fam-do-aluno > zeros then
               open input arqFamilias

               if ws-fs-arqFamilias <> 35 then

                   if ws-fs-arqFamilias <> 00 then
                       move 11                                to ws-msn-erro-ofsset
                       move ws-fs-arqFamilias                 to ws-msn-erro-cod
                       move "Erro ao abrir arqFamilias.dat."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-fam-do-aluno to fam-cod
                   read arqFamilias

                   if ws-fs-arqFamilias <> 00 and ws-fs-arqFamilias <> 23 then
                       move 12                                to ws-msn-erro-ofsset
                       move ws-fs-arqFamilias                 to ws-msn-erro-cod
                       move "Erro ao ler arqFamilias.dat."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqFamilias = 00 then
                       move fam-nome-mae to ws-resp-mae
                       move fam-nome-pai to ws-resp-pai
                       move fam-tel-cont to ws-resp-tel
                   end-if

                   close arqFamilias
               end-if
           end-if
           .
       busca-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera o bilheteOcorrencia.txt da ocorrencia recem-gravada, para
      *>  o aluno levar aos responsaveis e devolver com o ciente.
      *>------------------------------------------------------------------------
       gera-bilhete section.

           perform busca-responsaveis

           open output bilhete

           if ws-fs-bilhete <> 00 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-bilhete                             to ws-msn-erro-cod
               move "Erro ao abrir bilheteOcorrencia.txt."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-lin-moldura to bil-linha
           perform grava-linha-bilhete
           move ws-lin-titulo to bil-linha
           perform grava-linha-bilhete
           move ws-lin-moldura to bil-linha
           perform grava-linha-bilhete
           move ws-lin-branco to bil-linha
           perform grava-linha-bilhete

           move "Responsaveis"     to ws-lc-rotulo
           move ws-resp-mae        to ws-lc-valor
           perform grava-campo-bilhete
           move spaces             to ws-lc-rotulo
           move ws-resp-pai        to ws-lc-valor
           perform grava-campo-bilhete
           move "Telefone"         to ws-lc-rotulo
           move ws-resp-tel        to ws-lc-valor
           perform grava-campo-bilhete

           move ws-lin-branco to bil-linha
           perform grava-linha-bilhete

           move "Aluno"            to ws-lc-rotulo
           move ws-nome-alu        to ws-lc-valor
           perform grava-campo-bilhete
           move "Fase"             to ws-lc-rotulo
           move ws-fase            to ws-lc-valor
           perform grava-campo-bilhete

           move ws-do-dia    to ws-ldh-dia
           move ws-do-mes    to ws-ldh-mes
           move ws-do-ano    to ws-ldh-ano
           move ws-ho-hora   to ws-ldh-hora
           move ws-ho-minuto to ws-ldh-minuto
           move ws-lin-data-hora to bil-linha
           perform grava-linha-bilhete

           move "Tipo"             to ws-lc-rotulo
           evaluate ws-tipo
               when "A"
                   move "ACIDENTE"      to ws-lc-valor
               when "M"
                   move "MEDICAMENTO"   to ws-lc-valor
               when "C"
                   move "COMPORTAMENTO" to ws-lc-valor
               when "R"
                   move "RETIRADA"      to ws-lc-valor
               when other
                   move "OUTROS"        to ws-lc-valor
           end-evaluate
           perform grava-campo-bilhete

           if ws-tipo-medicamento then
               move "Medicamento dado" to ws-lc-rotulo
               move ws-complemento     to ws-lc-valor
               perform grava-campo-bilhete
           end-if

           if ws-tipo-retirada then
               move "Retirado por"     to ws-lc-rotulo
               move ws-complemento     to ws-lc-valor
               perform grava-campo-bilhete
           end-if

           move ws-lin-branco to bil-linha
           perform grava-linha-bilhete

           move "O que aconteceu"  to ws-lc-rotulo
           move ws-descricao-1     to ws-lc-valor
           perform grava-campo-bilhete

           if ws-descricao-2 not = spaces then
               move spaces             to ws-lc-rotulo
               move ws-descricao-2     to ws-lc-valor
               perform grava-campo-bilhete
           end-if

           move "Providencia"      to ws-lc-rotulo
           move ws-acao-1          to ws-lc-valor
           perform grava-campo-bilhete

           if ws-acao-2 not = spaces then
               move spaces             to ws-lc-rotulo
               move ws-acao-2          to ws-lc-valor
               perform grava-campo-bilhete
           end-if

           move "Registrado por"   to ws-lc-rotulo
           move ws-audit-usuario   to ws-lc-valor
           perform grava-campo-bilhete

           move ws-lin-branco to bil-linha
           perform grava-linha-bilhete
           move ws-lin-branco to bil-linha
           perform grava-linha-bilhete
           move ws-lin-ciente to bil-linha
           perform grava-linha-bilhete
           move ws-lin-moldura to bil-linha
           perform grava-linha-bilhete

           close bilhete

           if ws-fs-bilhete <> 00 then
               move 14                                        to ws-msn-erro-ofsset
               move ws-fs-bilhete                             to ws-msn-erro-cod
               move "Erro ao fechar bilheteOcorrencia.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gera-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava um campo rotulado do bilhete (rotulo e valor prontos).
      *>------------------------------------------------------------------------
       grava-campo-bilhete section.

           move ws-lin-campo to bil-linha
           perform grava-linha-bilhete
           .
       grava-campo-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava bil-linha no bilhete gerado.
      *>------------------------------------------------------------------------
       grava-linha-bilhete section.

           write bil-linha

           if ws-fs-bilhete <> 00 then
               move 15                                        to ws-msn-erro-ofsset
               move ws-fs-bilhete                             to ws-msn-erro-cod
               move "Erro ao gravar bilheteOcorrencia.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-bilhete-exit.
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
