      *> Record layout of the elf roster master (elf_roster.txt),
      *> one record per elf keyed by ROS-Seq: the elf's sequence
      *> number in the calorie input (the order its group appears,
      *> the same number calorie_elves.txt carries), the elf's name
      *> and the expedition team it marches with. When the file is
      *> present calorie_counting puts the names on its exports and
      *> rolls the calories up by team. A record with a sequence
      *> number that is not numeric, zero, beyond the elf table or
      *> already on file is rejected and listed in the team rollup.
       01 ROS-REC.
         02 ROS-Seq PIC 9(6).
         02 ROS-Name PIC X(20).
         02 ROS-Team PIC X(12).
