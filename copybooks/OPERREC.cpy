000050*PASSWORD AND THE AUTHORIZATION LEVEL THE DRIVER MENU
000060*ENFORCES:
000070*1 = DATA ENTRY CLERK  (IDENTITAS ONLY)
000080*2 = LAB ASSISTANT     (ACT1, PERT2, ACT3, PRAKTIK ONLY)
000090*3 = SUPERVISOR        (EVERYTHING)
000100*COPY THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF THE
000110*CALLER'S CHOOSING, E.G.
