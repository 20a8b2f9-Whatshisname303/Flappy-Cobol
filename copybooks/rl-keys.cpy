           01 rl-key-enter pic 9(3) value 257.
           01 rl-key-tab pic 9(3) value 258.
           01 rl-key-backspace pic 9(3) value 259.
           01 rl-key-f5 pic 9(3) value 294.
           01 rl-key-f6 pic 9(3) value 295.
           01 rl-key-down pic 9(3) value 264.
           01 rl-key-f9 pic 9(3) value 298.
