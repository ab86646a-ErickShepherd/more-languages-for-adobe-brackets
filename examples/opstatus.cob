000009* 8), with start and end date/time, mode, operator and
000010* completion code, so "which of last night's jobs completed
000011* cleanly" is one report instead of five job logs.
00011A* INTGAUD, the nightly cross-file integrity audit, stamps
00011B* RUNCTL the same way; its completion code 08 means it found
00011C* satellite records out of step with the master, and its
00011D* report lists them.
000012*
000013* Run with PARM='RESET jobname' to clear the in-flight mark a
000014* dead run left behind: the job's current entry is restamped
