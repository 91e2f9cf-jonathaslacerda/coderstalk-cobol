               ==ALU-INATIVO== BY ==ALU-INATIVO-BKP==,
               ==ALU-FORMADO== BY ==ALU-FORMADO-BKP==,
               ==ALU-SUSPENSO== BY ==ALU-SUSPENSO-BKP==,
               ==ALU-TRANCADO== BY ==ALU-TRANCADO-BKP==,
               ==CPF-RESP-ALU== BY ==CPF-RESP-ALU-BKP==,
               ==FED-ALU== BY ==FED-ALU-BKP==,
               ==FED-ACEITO== BY ==FED-ACEITO-BKP==,
               ==REMAT-ALU== BY ==REMAT-ALU-BKP==,
               ==REMAT-PENDENTE== BY ==REMAT-PENDENTE-BKP==,
               ==REMAT-CONFIRMADA== BY ==REMAT-CONFIRMADA-BKP==,
               ==REMAT-SEM-CAMPANHA== BY ==REMAT-SEM-CAMPANHA-BKP==,
               ==TRANC-ALU== BY ==TRANC-ALU-BKP==,
               ==TRANC-INICIO-ALU== BY ==TRANC-INICIO-ALU-BKP==,
               ==TRANC-RETORNO-ALU== BY ==TRANC-RETORNO-ALU-BKP==.

       WORKING-STORAGE SECTION.

