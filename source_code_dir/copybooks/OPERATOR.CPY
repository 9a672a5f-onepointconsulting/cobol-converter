      *          class-capacity.txt. Level 1 signs on to the menu,
      *          level 2 may deactivate a student, level 3 may purge
      *          and roll the school year over.
      * Modification History:
      *   2026-10-15 GF - Level 2 may also amend a mark already on
      *                   file; level 3 may also close a term.
      *   2026-10-15 GF - Level 1 may post fees and take counter
      *                   payments; level 2 may also void a cashier
      *                   receipt.
      ******************************************************************
       01 OPERATOR-RECORD.
           05 OPR-USER-ID PIC X(8).
